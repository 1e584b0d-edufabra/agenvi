        FD FitxerNumDiposits
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreNumDiposits.
        01 RegistreNumDiposits.
          02 ClauNumDiposits       PIC X(8).
          02 UltimNumeroDiposit    PIC 9(7).
