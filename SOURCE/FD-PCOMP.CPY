        FD FitxerPlaComptes
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreCompte.
        01 RegistreCompte.
          02 CodiCompte               PIC X(8).
          02 DescripcioCompte         PIC X(30).
          02 TipusCompte              PIC X.
            88 CompteActiu              VALUE "A".
            88 ComptePassiu             VALUE "P".
            88 ComptePatrimoni          VALUE "N".
            88 CompteIngressos          VALUE "I".
            88 CompteDespeses           VALUE "D".
