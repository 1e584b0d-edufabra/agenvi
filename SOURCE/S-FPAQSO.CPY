           SELECT FitxerPaquets ASSIGN TO RANDOM "PAQSORT.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS ClauPaquet
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerPaquets.
