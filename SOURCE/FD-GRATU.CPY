        FD FitxerGratuitats
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreGratuitat.
        01 RegistreGratuitat.
          02 NumeroReservaGratuitat   PIC 9(7).
          02 CodiBlocGratuitat        PIC X(5).
          02 DniGratuitat             PIC X(9).
          02 PlacesGratuites          PIC 9(2).
          02 PreuGratuitat            PIC 9(7).
          02 CostGratuitat            PIC 9(7).
