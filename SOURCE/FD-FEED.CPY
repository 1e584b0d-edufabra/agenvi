        FD FitxerEstatFeed
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreEstatFeed.
        01 RegistreEstatFeed.
          02 ClauEstatFeed.
            03 CodiViatgeFeed         PIC 9(5).
            03 DataSortidaFeed        PIC X(10).
          02 PlacesFeed               PIC 9(4).
          02 PreuFeed                 PIC 9(9).
          02 DescompteFeed            PIC 9(3).
          02 DataVistaFeed            PIC 9(8).
