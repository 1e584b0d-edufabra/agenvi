        FD FitxerAcceptacionsPrecontracte
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreAcceptacio.
        01 RegistreAcceptacio.
          02 ClauAcceptacio.
            03 DniAcceptacio          PIC X(9).
            03 DataAcceptacio         PIC 9(8).
            03 HoraAcceptacio         PIC 9(6).
          02 CodiViatgeAcceptacio     PIC 9(5).
          02 DiaSortidaAcceptacio     PIC X(10).
          02 PlacesAcceptacio         PIC 9(4).
          02 PreuTotalAcceptacio      PIC 9(7).
          02 IdiomaAcceptacio         PIC X.
          02 LliuramentAcceptacio     PIC X.
            88 LliuratImpres            VALUE "I".
            88 LliuratCorreu            VALUE "E".
            88 LliuratAnteriorment      VALUE "R".
          02 MetodeAcceptacio         PIC X.
            88 AcceptacioSignada        VALUE "S".
            88 AcceptacioCorreu         VALUE "E".
            88 AcceptacioTelefon        VALUE "T".
            88 MetodeAcceptacioValid    VALUE "S" "E" "T".
          02 OperadorAcceptacio       PIC X(15).
          02 OficinaAcceptacio        PIC 9(2).
          02 OrigenAcceptacio         PIC X.
            88 OrigenReserva            VALUE "R".
            88 OrigenPressupost         VALUE "P".
          02 NumeroPressupostAccept   PIC 9(7).
          02 NumeroReservaAcceptacio  PIC 9(7).
