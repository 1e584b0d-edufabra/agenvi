           SELECT FitxerDiposits ASSIGN TO RANDOM
             "DIPOSITS.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS NumeroDiposit
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerDiposits.
