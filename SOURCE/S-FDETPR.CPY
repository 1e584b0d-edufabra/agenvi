           SELECT FitxerDetallPreu ASSIGN TO RANDOM "DETPREU.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS ClauDetallPreu
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerDetallPreu.
