           SELECT FitxerDespesesModificacio ASSIGN TO RANDOM
             "DESPMODI.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS ClauDespesaModif
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerDespesesModif.
