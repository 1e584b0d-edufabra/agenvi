        FD FitxerIncentius
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreIncentiu.
        01 RegistreIncentiu.
          02 ClauIncentiu.
            03 PeriodeIncentiu        PIC 9(6).
            03 TramIncentiu           PIC 9(2).
          02 BaseIncentiu             PIC X.
            88 IncentiuSobreVendes      VALUE "V".
            88 IncentiuSobreMarge       VALUE "M".
          02 LlindarIncentiu          PIC 9(9).
          02 PercentIncentiu          PIC 9(2)V99.
          02 PercentAssegIncentiu     PIC 9(2)V99.
          02 PercentExcurIncentiu     PIC 9(2)V99.
