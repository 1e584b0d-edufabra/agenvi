        FD FitxerHabitacionsReserva
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreHabitacioReserva.
        01 RegistreHabitacioReserva.
          02 NumeroReservaHab         PIC 9(7).
          02 CodiHotelHabReserva      PIC X(5).
          02 TipusHabReserva          PIC X(3).
          02 NumHabReserva            PIC 9(2).
