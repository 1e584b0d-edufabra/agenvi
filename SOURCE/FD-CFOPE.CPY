        FD FitxerConfirmacionsOper
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreConfirmacioOper.
        01 RegistreConfirmacioOper.
          02 NumeroReservaConfirm     PIC 9(7).
          02 CodiMajoristaConfirm     PIC X(20).
          02 DataPeticioConfirm       PIC 9(8).
          02 DataRespostaConfirm      PIC 9(8).
          02 ResultatConfirm          PIC X.
            88 ConfirmPendent           VALUE " ".
            88 ConfirmAcceptada         VALUE "C".
            88 ConfirmRebutjada         VALUE "R".
