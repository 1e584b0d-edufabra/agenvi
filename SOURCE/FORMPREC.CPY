         01 PeticioFormulariPrecontracte.
           02 FP-Operacio            PIC X.
             88 FP-Lliurar             VALUE "L".
             88 FP-Vincular            VALUE "V".
           02 FP-Dni                 PIC X(9).
           02 FP-CodiViatge          PIC 9(5).
           02 FP-DiaSortida          PIC X(10).
           02 FP-Places              PIC 9(4).
           02 FP-Suplements          PIC 9(7).
           02 FP-Descomptes          PIC 9(7).
           02 FP-TaxaTuristica       PIC 9(7).
           02 FP-ImportAsseguranca   PIC 9(5).
           02 FP-ImportExcursions    PIC 9(5).
           02 FP-PreuTotal           PIC 9(7).
           02 FP-Origen              PIC X.
           02 FP-NumeroPressupost    PIC 9(7).
           02 FP-DataAcceptacio      PIC 9(8).
           02 FP-HoraAcceptacio      PIC 9(6).
           02 FP-NumeroReserva       PIC 9(7).
           02 FP-Resultat            PIC XX.
