           SELECT FitxerPromocions ASSIGN TO RANDOM "PROMOCIO.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS CodiPromocio
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerPromocions.
