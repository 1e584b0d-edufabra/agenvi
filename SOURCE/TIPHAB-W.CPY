         01 TaulaTH.
           02 FILLER PIC X(4) VALUE "IND1".
           02 FILLER PIC X(4) VALUE "DBL2".
           02 FILLER PIC X(4) VALUE "TWN2".
           02 FILLER PIC X(4) VALUE "TPL3".
         01 TaulaTipusHab REDEFINES TaulaTH.
           02 TipusHabTaula OCCURS 4 TIMES.
             03 CodiTipusHab         PIC X(3).
             03 CapacitatTipusHab    PIC 9.
