           SELECT FitxerIncentius ASSIGN TO RANDOM "INCENTIU.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS ClauIncentiu
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerIncentius.
