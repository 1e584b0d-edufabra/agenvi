        01 PeticioPuntMort.
          02 PM-CodiViatge          PIC 9(5).
          02 PM-DiaSortida          PIC X(10).
          02 PM-PlacesVenudes       PIC 9(5).
          02 PM-IngresVenut         PIC 9(9).
          02 PM-CostosFixos         PIC 9(8).
          02 PM-CostVariable        PIC 9(6).
          02 PM-PreuMitja           PIC 9(7).
          02 PM-ComissioPersona     PIC 9(7).
          02 PM-MargePersona        PIC S9(7).
          02 PM-PlacesPuntMort      PIC 9(5).
          02 PM-ResultatPuntMort    PIC XX.
            88 PM-PuntMortAssolit     VALUE "OK".
            88 PM-PuntMortNoAssolit   VALUE "NO".
            88 PM-SenseMarge          VALUE "SM".
            88 PM-ViatgeInexistent    VALUE "NV".
