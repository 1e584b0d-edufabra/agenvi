          02 PlacesContractades       PIC 9(4).
          02 PlacesOcupadesContingent PIC 9(4).
          02 DiesReleaseContingent    PIC 9(3).
          02 HabitacionsContingent.
            03 HabitacioContingent OCCURS 4 TIMES.
              04 HabContractadesCont  PIC 9(3).
              04 HabOcupadesCont      PIC 9(3).
