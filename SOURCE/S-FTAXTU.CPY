           SELECT FitxerTaxesTuristiques ASSIGN TO RANDOM
             "TAXATUR.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS ClauTaxaTuristica
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerTaxesTuristiques.
