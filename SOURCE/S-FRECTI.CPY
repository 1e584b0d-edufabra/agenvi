           SELECT FitxerRectificatives ASSIGN TO RANDOM "RECTIFIC.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS NumeroRectificativa
            ALTERNATE RECORD KEY IS NumeroFacturaOriginal
              WITH DUPLICATES
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerRectificatives.
