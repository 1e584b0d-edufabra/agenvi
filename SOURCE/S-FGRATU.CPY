           SELECT FitxerGratuitats ASSIGN TO RANDOM "GRATUIT.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS NumeroReservaGratuitat
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerGratuitats.
