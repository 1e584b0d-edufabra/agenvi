           SELECT FitxerTrams ASSIGN TO RANDOM "TRAMS.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS ClauTram
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerTrams.
