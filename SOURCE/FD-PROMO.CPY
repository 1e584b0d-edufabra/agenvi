        FD FitxerPromocions
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistrePromocio.
        01 RegistrePromocio.
          02 CodiPromocio             PIC X(4).
          02 DescripcioPromocio       PIC X(30).
          02 CodiViatgePromocio       PIC 9(5).
          02 MajoristaPromocio        PIC X(20).
          02 PercentPromocio          PIC 9(3).
          02 DiesAntelacioPromocio    PIC 9(3).
          02 DataIniciPromocio        PIC X(10).
          02 DataFiPromocio           PIC X(10).
          02 PlacesMaxPromocio        PIC 9(4).
          02 PlacesUsadesPromocio     PIC 9(4).
          02 ReservesPromocio         PIC 9(5).
          02 ImportDescPromocio       PIC 9(9).
