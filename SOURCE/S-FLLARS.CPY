           SELECT FitxerLlars ASSIGN TO RANDOM "LLARS.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS ClauLlar
            ALTERNATE RECORD KEY IS DniMembreLlar WITH DUPLICATES
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerLlars.
