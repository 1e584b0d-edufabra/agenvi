            88 LiquidacioDisputada       VALUE "D".
            88 LiquidacioRemesada        VALUE "R".
          02 NumeroRemesaLiquidacio    PIC 9(5).
          02 PlacesGratuitesLiquidacio PIC 9(4).
          02 ImportGratuitatsLiquidacio PIC 9(9).
          02 NumCarrecsLiquidacio      PIC 9(5).
          02 CarrecsAnulacioLiquidacio PIC 9(9).
