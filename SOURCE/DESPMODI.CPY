         01 PeticioDespesaModificacio.
           02 DM-TipusCanvi          PIC X.
             88 DM-CanviData           VALUE "D".
             88 DM-CanviPlaces         VALUE "P".
             88 DM-CanviNom            VALUE "N".
             88 DM-Trasllat            VALUE "T".
           02 DM-NumeroReserva       PIC 9(7).
           02 DM-CodiViatge          PIC 9(5).
           02 DM-DiaSortida          PIC X(10).
           02 DM-DataReserva         PIC X(10).
           02 DM-PreuBase            PIC 9(7).
           02 DM-ImportDespesa       PIC 9(7).
           02 DM-DescripcioDespesa   PIC X(30).
           02 DM-Resultat            PIC XX.
