        FD FitxerDivisions
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreDivisio.
        01 RegistreDivisio.
          02 ClauDivisio.
            03 NumeroReservaDivisio  PIC 9(7).
            03 ReservaRelacionada    PIC 9(7).
          02 TipusRelacioDivisio     PIC X.
            88 DivisioOrigen           VALUE "O".
            88 DivisioDerivada         VALUE "D".
          02 DataDivisio             PIC X(10).
          02 OperadorDivisio         PIC X(15).
          02 PlacesDivisio           PIC 9(4).
          02 ImportPagatDivisio      PIC 9(7).
