         01 TaulaSC.
           02 FILLER PIC X(20) VALUE "NOU NOU CLIENT".
           02 FILLER PIC X(20) VALUE "FIDLFIDEL".
           02 FILLER PIC X(20) VALUE "ACTIACTIU".
           02 FILLER PIC X(20) VALUE "RISCEN RISC".
           02 FILLER PIC X(20) VALUE "PVALPERDUT ALT VALOR".
           02 FILLER PIC X(20) VALUE "INACINACTIU".
           02 FILLER PIC X(20) VALUE "SENSSENSE VIATGES".
           02 FILLER PIC X(20) VALUE "    SENSE CALCUL".
         01 TaulaSegments REDEFINES TaulaSC.
           02 SegmentTaula OCCURS 8 TIMES.
             03 CodiSegmentTaula     PIC X(4).
             03 NomSegmentTaula      PIC X(16).
