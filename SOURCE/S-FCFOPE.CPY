           SELECT FitxerConfirmacionsOper ASSIGN TO RANDOM
             "CONFOPER.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS NumeroReservaConfirm
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerConfirmacions.
