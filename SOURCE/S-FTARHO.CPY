           SELECT FitxerTarifesHotel ASSIGN TO RANDOM "TARIFHOT.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS ClauTarifaHotel
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerTarifesHotel.
