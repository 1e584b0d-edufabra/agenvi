           SELECT FitxerDespesesGuia ASSIGN TO RANDOM "DESPGUIA.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS ClauDespesaGuia
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerDespesesGuia.
