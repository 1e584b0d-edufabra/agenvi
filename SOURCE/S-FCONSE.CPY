           SELECT FitxerConsentiments ASSIGN TO RANDOM "CONSENTI.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS ClauConsentiment
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerConsentiments.
