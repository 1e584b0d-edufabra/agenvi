           SELECT FitxerFacturesElectroniques ASSIGN TO RANDOM
             "FACTELEC.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS ClauFacturaElectronica
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerFacturesElec.
