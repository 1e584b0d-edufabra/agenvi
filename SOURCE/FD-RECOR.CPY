        FD FitxerRecordatoris
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreRecordatori.
        01 RegistreRecordatori.
          02 ClauRecordatori.
            03 ReservaRecordatori     PIC 9(7).
            03 DiesRecordatori        PIC 9(3).
            03 DniRecordatori         PIC X(9).
          02 NumNotifRecordatori      PIC 9(7).
          02 DataRecordatori          PIC X(10).
          02 ImportPendentRecordatori PIC 9(7).
          02 PuntRecordatori          PIC X(30).
          02 HoraRecordatori          PIC X(5).
          02 AvisDocumentRecordatori  PIC X(30).
