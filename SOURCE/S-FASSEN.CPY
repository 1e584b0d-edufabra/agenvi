           SELECT FitxerAssentaments ASSIGN TO RANDOM "ASSENTAM.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS ClauApunt
            ALTERNATE RECORD KEY IS CompteApunt WITH DUPLICATES
            ALTERNATE RECORD KEY IS PeriodeApunt WITH DUPLICATES
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerAssentaments.
