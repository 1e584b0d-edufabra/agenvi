        FD FitxerNumLlars
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreNumLlars.
        01 RegistreNumLlars.
          02 ClauNumLlars          PIC X(8).
          02 UltimNumeroLlar       PIC 9(7).
