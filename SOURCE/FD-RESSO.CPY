        FD FitxerResultatsSortida
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreResultat.
        01 RegistreResultat.
          02 ClauResultat.
            03 CodiViatgeResultat     PIC 9(5).
            03 DataSortidaResultat    PIC 9(8).
          02 DiaSortidaResultat       PIC X(10).
          02 DataRetornResultat       PIC 9(8).
          02 DataTancamentResultat    PIC 9(8).
          02 UsuariTancament          PIC X(15).
          02 AutoritzatPerResultat    PIC X(15).
          02 ReservesResultat         PIC 9(4).
          02 PlacesVenudesResultat    PIC 9(5).
          02 PassatgersPresents       PIC 9(5).
          02 NoShowsResultat          PIC 9(4).
          02 IngresResultat           PIC 9(9).
          02 CostResultat             PIC 9(9).
          02 ComissioResultat         PIC 9(9).
          02 GratuitatResultat        PIC 9(9).
          02 DespesesGuiaResultat     PIC 9(9).
          02 MargeResultat            PIC S9(9).
          02 PendentsResultat         PIC 9(4).
          02 EstatResultat            PIC X.
            88 SortidaTancada           VALUE "T".
