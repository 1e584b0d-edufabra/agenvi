           SELECT FitxerAutoritzacions ASSIGN TO RANDOM "AUTMENOR.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS ClauAutoritzacio
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerAutoritzacions.
