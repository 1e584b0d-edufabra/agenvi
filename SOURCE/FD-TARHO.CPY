        FD FitxerTarifesHotel
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreTarifaHotel.
        01 RegistreTarifaHotel.
          02 ClauTarifaHotel.
            03 CodiHotelTarifa        PIC X(5).
            03 TipusHabTarifa         PIC X(3).
            03 DataIniciTarifa        PIC X(10).
          02 DataFiTarifa             PIC X(10).
          02 PreuNitTarifa            PIC 9(6).
          02 TemporadaTarifa          PIC X(15).
