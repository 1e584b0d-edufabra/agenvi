        FD FitxerDespesesModificacio
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreDespesaModif.
        01 RegistreDespesaModif.
          02 ClauDespesaModif.
            03 NumeroReservaDespesa PIC 9(7).
            03 DataDespesa          PIC 9(8).
            03 HoraDespesa          PIC 9(6).
          02 TipusCanviDespesa      PIC X.
          02 DiesAbansSortida       PIC 9(3).
          02 ImportTarifaDespesa    PIC 9(7).
          02 ImportCobratDespesa    PIC 9(7).
          02 EstatDespesa           PIC X.
            88 DespesaCobrada         VALUE "C".
            88 DespesaExonerada       VALUE "E".
          02 OperadorDespesa        PIC X(15).
          02 AutoritzatDespesa      PIC X(15).
          02 OficinaDespesa         PIC 9(2).
