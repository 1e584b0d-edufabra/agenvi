        FD FitxerPaquets
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistrePaquet.
        01 RegistrePaquet.
          02 ClauPaquet.
            03 NumeroPaquet           PIC 9(7).
            03 SeqPaquet              PIC 99.
          02 NumeroReservaPaquet      PIC 9(7).
