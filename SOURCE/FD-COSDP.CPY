        FD FitxerCostosDeparture
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreCostDeparture.
        01 RegistreCostDeparture.
          02 ClauCostDeparture.
            03 CodiViatgeCost         PIC 9(5).
            03 DataDeparturaCost      PIC X(10).
          02 CostAutocarDeparture     PIC 9(7).
          02 HonorarisGuiaDeparture   PIC 9(7).
          02 HabitacioGuiaDeparture   PIC 9(7).
          02 AltresCostosDeparture    PIC 9(7).
          02 ConcepteAltresCostos     PIC X(30).
          02 DespesesGuiaReals        PIC 9(7).
