        FD FitxerTrams
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreTram.
        01 RegistreTram.
          02 ClauTram.
            03 CodiViatgeTram        PIC 9(5).
            03 DataDeparturaTram     PIC X(10).
            03 NumeroTram            PIC 9(2).
          02 MitjaTram               PIC X(2).
            88 TramAvio                VALUE "AV".
            88 TramTren                VALUE "TR".
            88 TramAutocar             VALUE "AU".
          02 TransportistaTram       PIC X(20).
          02 NumeroServeiTram        PIC X(8).
          02 DataTram                PIC X(10).
          02 OrigenTram              PIC X(15).
          02 DestiTram               PIC X(15).
          02 HoraSortidaTram         PIC X(5).
          02 HoraArribadaTram        PIC X(5).
          02 TerminalTram            PIC X(15).
