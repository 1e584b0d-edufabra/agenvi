           SELECT FitxerLiquidacionsTPV ASSIGN TO RANDOM "LIQTPV.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS NumeroPagamentTPV
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerLiquidacionsTPV.
