           SELECT FitxerResultatsSortida ASSIGN TO RANDOM
             "RESULSOR.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS ClauResultat
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerResultats.
