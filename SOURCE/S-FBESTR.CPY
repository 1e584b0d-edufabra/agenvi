           SELECT FitxerBestretes ASSIGN TO RANDOM "BESTGUIA.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS ClauBestreta
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerBestretes.
