         01 PeticioAutoritzacioMenor.
           02 AM-Operacio            PIC X.
             88 AM-Capturar            VALUE "C".
             88 AM-Verificar           VALUE "V".
           02 AM-NumeroReserva       PIC 9(7).
           02 AM-DiaSortida          PIC X(10).
           02 AM-NumViatgers         PIC 99.
           02 AM-Viatger OCCURS 10 TIMES.
             03 AM-DniViatger        PIC X(9).
             03 AM-EdatViatger       PIC S9(3).
             03 AM-EstatMenor        PIC X.
               88 AM-NoMenor           VALUE " ".
               88 AM-MenorTutor        VALUE "T".
               88 AM-MenorAutoritzat   VALUE "A".
               88 AM-MenorPendent      VALUE "P".
           02 AM-MenorsPendents      PIC 99.
