           SELECT FitxerEstatFeed ASSIGN TO RANDOM "DISPFEED.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS ClauEstatFeed
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerEstatFeed.
