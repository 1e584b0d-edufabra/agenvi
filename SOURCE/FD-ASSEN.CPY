        FD FitxerAssentaments
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreApunt.
        01 RegistreApunt.
          02 ClauApunt.
            03 NumeroAssentament      PIC 9(7).
            03 LiniaApunt             PIC 9(3).
          02 PeriodeApunt             PIC 9(6).
          02 DataApunt                PIC X(10).
          02 CompteApunt              PIC X(8).
          02 DebitApunt               PIC 9(9).
          02 CreditApunt              PIC 9(9).
          02 ConcepteApunt            PIC X(30).
          02 OrigenApunt              PIC X(4).
            88 ApuntManual              VALUE "MANU".
            88 ApuntDiferit             VALUE "DIFE".
          02 ReferenciaApunt          PIC 9(7).
