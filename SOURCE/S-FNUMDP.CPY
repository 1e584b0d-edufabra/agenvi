           SELECT FitxerNumDiposits ASSIGN TO RANDOM "NUMDIPOS.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS ClauNumDiposits
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerNumDiposits.
