           SELECT FitxerAcceptacionsPrecontracte ASSIGN TO RANDOM
             "ACCEPREC.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS ClauAcceptacio
            ALTERNATE RECORD KEY IS NumeroReservaAcceptacio
              WITH DUPLICATES
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerAcceptacions.
