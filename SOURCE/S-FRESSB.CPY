           SELECT FitxerReservesLiqSub ASSIGN TO RANDOM "RESLIQSB.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS NumeroReservaLiqSub
            ALTERNATE RECORD KEY IS NumeroLiqSubagentRes
              WITH DUPLICATES
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerReservesLiqSub.
