        FD FitxerLiqSubagents
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreLiqSubagent.
        01 RegistreLiqSubagent.
          02 NumeroLiqSubagent         PIC 9(7).
          02 CodiSubagentLiquidat      PIC X(5).
          02 PeriodeLiqSubagent        PIC 9(6).
          02 DataLiqSubagent           PIC X(10).
          02 NumReservesLiqSub         PIC 9(5).
          02 ImportVendesLiqSub        PIC 9(9).
          02 PercentComissioLiqSub     PIC 9(3).
          02 ImportComissioLiqSub      PIC 9(9).
          02 NumAnulacionsLiqSub       PIC 9(5).
          02 ImportDescompteLiqSub     PIC 9(9).
          02 ImportNetLiqSub           PIC 9(9).
          02 EstatPagamentLiqSub       PIC X.
            88 LiqSubPendentAprovacio    VALUE " ".
            88 LiqSubAprovada            VALUE "A".
            88 LiqSubRemesada            VALUE "R".
          02 UsuariAprovacioLiqSub     PIC X(15).
          02 NumeroRemesaLiqSub        PIC 9(5).
