          02 EstatPressupost         PIC X.
            88 PressupostVigent        VALUE "V".
            88 PressupostConvertit     VALUE "C".
          02 HabIndPressupost        PIC X.
            88 PressupostHabInd        VALUE "S".
