        FD FitxerAutoritzacions
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreAutoritzacio.
        01 RegistreAutoritzacio.
          02 ClauAutoritzacio.
            03 NumeroReservaAut       PIC 9(7).
            03 DniMenorAut            PIC X(9).
          02 EstatAutoritzacio        PIC X.
            88 AutTutorReserva          VALUE "T".
            88 AutRegistrada            VALUE "A".
            88 AutPendent               VALUE "P".
          02 DniTutorAut              PIC X(9).
          02 AutoritatAut             PIC X(30).
          02 DataAutoritzacio         PIC X(10).
          02 ProgenitorAut            PIC X(30).
          02 OperadorAut              PIC X(15).
