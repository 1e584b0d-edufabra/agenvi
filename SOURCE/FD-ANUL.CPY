          02 EstatRetorn          PIC X.
            88 RetornPendent        VALUE "P".
            88 RetornPagat          VALUE "G".
            88 RetornAnulat         VALUE "X".
          02 DataRetornPagat      PIC X(10).
          02 MetodeRetorn         PIC X.
          02 UsuariRetorn         PIC X(15).
          02 OficinaAnulacio      PIC 9(2).
          02 OperadorAnulacio     PIC X(15).
          02 OperadorVendaAnulada PIC X(15).
          02 DataReservaAnulada   PIC X(10).
          02 AssegurancaAnulada   PIC 9(5).
          02 ExcursionsAnulades   PIC 9(5).
          02 CarrecProveidor      PIC 9(7).
          02 OrigenCarrec         PIC X.
            88 CarrecPendent        VALUE " ".
            88 CarrecManual         VALUE "M".
            88 CarrecFactura        VALUE "F".
          02 FacturaCarrecProveidor PIC X(15).
          02 DataCarrecProveidor  PIC X(10).
          02 NumeroLiquidacioCarrec PIC 9(7).
          02 NumeroReservaAnulada PIC 9(7).
          02 DiaSortidaAnulada    PIC X(10).
          02 EstatRehabilitacio   PIC X.
            88 AnulacioRehabilitada VALUE "R".
          02 DataRehabilitacio    PIC X(10).
          02 OperadorRehabilitacio PIC X(15).
