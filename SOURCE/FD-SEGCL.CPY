        FD FitxerSegmentsClients
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreSegmentClient.
        01 RegistreSegmentClient.
          02 DniSegment               PIC X(9).
          02 DataPrimerViatge         PIC 9(8).
          02 DataDarrerViatge         PIC 9(8).
          02 ViatgesClient            PIC 9(4).
          02 ImportViatgesClient      PIC 9(9).
          02 PuntuacioRecencia        PIC 9.
          02 PuntuacioFrequencia      PIC 9.
          02 PuntuacioValor           PIC 9.
          02 CodiSegment              PIC X(4).
            88 SegmentNou               VALUE "NOU ".
            88 SegmentFidel             VALUE "FIDL".
            88 SegmentActiu             VALUE "ACTI".
            88 SegmentEnRisc            VALUE "RISC".
            88 SegmentPerdutAltValor    VALUE "PVAL".
            88 SegmentInactiu           VALUE "INAC".
            88 SegmentSenseViatges      VALUE "SENS".
          02 SegmentAnterior          PIC X(4).
          02 DataCalculSegment        PIC 9(8).
