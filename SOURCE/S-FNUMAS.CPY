           SELECT FitxerNumAssentaments ASSIGN TO RANDOM "NUMASSEN.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS ClauNumAssentaments
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerNumAssentaments.
