           SELECT FitxerCostosDeparture ASSIGN TO RANDOM "COSTDEP.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS ClauCostDeparture
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerCostosDeparture.
