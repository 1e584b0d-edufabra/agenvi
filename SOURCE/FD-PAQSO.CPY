        FD FitxerPaquets
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistrePaquet.
        01 RegistrePaquet.
          02 ClauPaquet.
            03 CodiViatgePaquet       PIC 9(5).
            03 DataSortidaPaquet      PIC 9(8).
          02 DiaSortidaPaquet         PIC X(10).
          02 DataGeneracioPaquet      PIC 9(8).
          02 UsuariPaquet             PIC X(15).
          02 FitxerPaquet             PIC X(40).
          02 ReservesPaquet           PIC 9(4).
          02 PassatgersPaquet         PIC 9(5).
          02 VegadesPaquet            PIC 9(3).
