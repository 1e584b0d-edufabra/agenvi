        FD FitxerReservesLiqSub
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreReservaLiqSub.
        01 RegistreReservaLiqSub.
          02 NumeroReservaLiqSub       PIC 9(7).
          02 CodiSubagentLiqRes        PIC X(5).
          02 NumeroLiqSubagentRes      PIC 9(7).
          02 ComissioLiqRes            PIC 9(7).
          02 EstatLiqRes               PIC X.
            88 ComissioPagadaSubagent    VALUE "L".
            88 ComissioDescomptada       VALUE "D".
          02 NumeroLiqDescompte        PIC 9(7).
