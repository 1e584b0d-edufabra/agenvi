        01 DetallPreuReserva.
          02 DP-ImportDescompte     PIC 9(5).
          02 DP-PuntsRedimits       PIC 9(5).
          02 DP-NumLinies           PIC 99.
          02 DP-TotalDetall         PIC S9(9).
          02 DP-ResultatDetall      PIC XX.
          02 DP-ImportRecarrecs     PIC S9(7).
          02 DP-ImportTaxaTuristica PIC S9(7).
          02 DP-Linia OCCURS 20 TIMES.
            03 DP-TipusLinia        PIC X(2).
            03 DP-DniLinia          PIC X(9).
            03 DP-DescripcioLinia   PIC X(30).
            03 DP-ImportLinia       PIC S9(7).
