           SELECT FitxerLiqSubagents ASSIGN TO RANDOM "LIQSUBAG.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS NumeroLiqSubagent
            ALTERNATE RECORD KEY IS CodiSubagentLiquidat
              WITH DUPLICATES
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerLiqSubagents.
