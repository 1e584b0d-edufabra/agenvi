        FD FitxerDiposits
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreDiposit.
        01 RegistreDiposit.
          02 NumeroDiposit            PIC 9(7).
          02 DataDiposit              PIC X(10).
          02 BancDiposit              PIC X(20).
          02 PortadorDiposit          PIC X(30).
          02 ResguardDiposit          PIC X(15).
          02 ImportDiposit            PIC 9(7).
          02 NumSessionsDiposit       PIC 9(3).
          02 OficinaDiposit           PIC 9(2).
          02 UsuariDiposit            PIC X(15).
          02 EstatDiposit             PIC X.
            88 DipositPendent           VALUE "P".
            88 DipositConciliat         VALUE "C".
          02 DataConciliacioDiposit   PIC X(10).
