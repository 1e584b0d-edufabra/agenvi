        FD FitxerDetallPreu
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreDetallPreu.
        01 RegistreDetallPreu.
          02 ClauDetallPreu.
            03 NumeroReservaDetall    PIC 9(7).
            03 LiniaDetall            PIC 9(3).
          02 TipusDetall              PIC X(2).
            88 DetallPassatger          VALUE "PA".
            88 DetallPlacesSenseNom     VALUE "PS".
            88 DetallPromocio           VALUE "PR".
            88 DetallTemporada          VALUE "ST".
            88 DetallHabIndividual      VALUE "HI".
            88 DetallAsseguranca        VALUE "AS".
            88 DetallExcursions         VALUE "EX".
            88 DetallDescompte          VALUE "DE".
            88 DetallPunts              VALUE "PU".
            88 DetallRecarrec           VALUE "RC".
            88 DetallTaxaTuristica      VALUE "TT".
          02 DniDetall                PIC X(9).
          02 DescripcioDetall         PIC X(30).
          02 ImportDetall             PIC S9(7).
          02 CodiHotelDetall          PIC X(5).
          02 NitsDetall               PIC 9(3).
          02 HostesTaxatsDetall       PIC 9(4).
          02 HostesExemptsDetall      PIC 9(4).
