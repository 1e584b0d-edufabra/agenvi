        FD FitxerCalendari
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreCalendari.
        01 RegistreCalendari.
          02 ClauCalendari.
            03 OficinaCalendari       PIC 9(2).
            03 DataCalendari          PIC 9(8).
          02 TipusDiaCalendari        PIC X.
            88 DiaFestiu                VALUE "F".
            88 DiaTancament             VALUE "T".
          02 DescripcioCalendari      PIC X(30).
