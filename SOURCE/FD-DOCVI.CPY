          02 DataCaducitatDocument  PIC X(10).
          02 VisatNecessari         PIC X.
          02 VisatObtingut          PIC X.
          02 FormatDocument         PIC X.
            88 DocumentXifrat         VALUE "X" "C".
            88 DocumentXifratClau     VALUE "C".
