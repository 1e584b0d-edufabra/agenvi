           SELECT FitxerExtractes ASSIGN TO RANDOM "EXTRACTE.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS NomExtracte
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerExtractes.
