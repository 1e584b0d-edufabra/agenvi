           SELECT FitxerTarifaDespeses ASSIGN TO RANDOM
             "TARIFDES.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS ClauTarifaDespesa
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerTarifaDespeses.
