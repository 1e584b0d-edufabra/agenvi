          02 EstatBloc               PIC X.
            88 BlocActiu               VALUE "A".
            88 BlocTancat              VALUE "T".
          02 PassatgersPerGratuitat  PIC 9(3).
          02 DniLiderBloc            PIC X(9).
          02 GratuitatsGuanyades     PIC 9(3).
          02 GratuitatsAssignades    PIC 9(3).
