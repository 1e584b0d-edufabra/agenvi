        FD FitxerNumAssentaments
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreNumAssentaments.
        01 RegistreNumAssentaments.
          02 ClauNumAssentaments     PIC X(8).
          02 UltimNumeroAssentament  PIC 9(7).
