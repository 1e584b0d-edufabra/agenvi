           SELECT FitxerPaquets ASSIGN TO RANDOM "PAQUETS.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS ClauPaquet
            ALTERNATE RECORD KEY IS NumeroReservaPaquet
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerPaquets.
