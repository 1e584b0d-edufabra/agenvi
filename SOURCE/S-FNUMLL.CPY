           SELECT FitxerNumLlars ASSIGN TO RANDOM "NUMLLAR.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS ClauNumLlars
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerNumLlars.
