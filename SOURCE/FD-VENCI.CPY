        FD FitxerVenciments
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreVenciment.
        01 RegistreVenciment.
          02 NumeroFacturaVenc       PIC 9(7).
          02 DniEmpresaVenc          PIC X(9).
          02 DataFacturaVenc         PIC X(10).
          02 DataVenciment           PIC 9(8).
          02 ImportFacturaVenc       PIC 9(7).
          02 ImportCobratVenc        PIC 9(7).
          02 EstatVenciment          PIC X.
            88 VencimentPendent        VALUE "P".
            88 VencimentCobrat         VALUE "C".
          02 NivellReclamacio        PIC 9.
            88 SenseReclamacio         VALUE 0.
            88 ReclamacioAmistosa      VALUE 1.
            88 ReclamacioFerma         VALUE 2.
            88 ReclamacioFinal         VALUE 3.
          02 DataUltimaReclamacio    PIC 9(8).
          02 NumNotifReclamacio      PIC 9(7).
