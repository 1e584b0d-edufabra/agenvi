           SELECT FitxerDivisions ASSIGN TO RANDOM "RESDIVID.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS ClauDivisio
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerDivisions.
