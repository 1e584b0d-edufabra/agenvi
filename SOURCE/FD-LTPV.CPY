        FD FitxerLiquidacionsTPV
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreLiquidacioTPV.
        01 RegistreLiquidacioTPV.
          02 NumeroPagamentTPV       PIC 9(7).
          02 DataOperacioTPV         PIC X(10).
          02 DataLiquidacioTPV       PIC X(10).
          02 OficinaTPV              PIC 9(2).
          02 ImportBrutTPV           PIC 9(7).
          02 ComissioTPV             PIC 9(5)V99.
          02 ReferenciaTPV           PIC X(20).
