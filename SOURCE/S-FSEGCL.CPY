           SELECT FitxerSegmentsClients ASSIGN TO RANDOM "SEGMCLIE.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS DniSegment
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerSegments.
