           SELECT FitxerRetrocessions ASSIGN TO RANDOM "RETROCES.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS NumeroRetrocessio
            ALTERNATE RECORD KEY IS NumeroPagamentRetro
              WITH DUPLICATES
            ALTERNATE RECORD KEY IS NumeroReservaRetro
              WITH DUPLICATES
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerRetrocessions.
