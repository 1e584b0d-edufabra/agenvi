        FD FitxerPromocionsReserva
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistrePromocioReserva.
        01 RegistrePromocioReserva.
          02 NumeroReservaPromo       PIC 9(7).
          02 CodiPromocioReserva      PIC X(4).
          02 PercentPromoReserva      PIC 9(3).
          02 PlacesPromoReserva       PIC 9(4).
          02 ImportPromoReserva       PIC 9(7).
          02 DataReservaPromo         PIC X(10).
