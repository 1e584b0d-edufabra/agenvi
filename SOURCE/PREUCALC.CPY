          02 PC-TotalSuplements     PIC 9(9).
          02 PC-TotalCalculat       PIC 9(9).
          02 PC-ResultatCalcul      PIC XX.
          02 PC-DataReserva         PIC X(10).
          02 PC-CodiPromocio        PIC X(4).
          02 PC-PercentPromocio     PIC 9(3).
          02 PC-DescomptePromocio   PIC 9(7).
          02 PC-DetallPassatgers OCCURS 10 TIMES.
            03 PC-PasPreuBrut       PIC 9(7).
            03 PC-PasTipus          PIC X.
          02 PC-DniGratuit          PIC X(9).
          02 PC-TaxaTuristica       PIC 9(7).
          02 PC-HotelTaxa           PIC X(5).
          02 PC-NitsTaxa            PIC 9(3).
          02 PC-HostesTaxats        PIC 9(4).
          02 PC-HostesExempts       PIC 9(4).
          02 PC-NumeroReserva       PIC 9(7).
