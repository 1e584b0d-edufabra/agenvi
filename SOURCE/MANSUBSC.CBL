             MOVE 1 TO DiaSetmanaSubscripcio
             MOVE 1 TO DiaMesSubscripcio
             MOVE "I" TO DestiSubscripcio
             MOVE SPACES TO ParametreSubscripcio
           ELSE
             DISPLAY "Programa actual: " LINE 4 POSITION 40
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           IF DestiSubscripcio EQUAL SPACE
             MOVE "I" TO DestiSubscripcio
           END-IF.
           IF ProgramaSubscripcio EQUAL "EXECEXTR"
             DISPLAY "Nom de l'extracte a executar: " LINE 10
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT ParametreSubscripcio LINE 10 POSITION 36 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP
           ELSE
             MOVE SPACES TO ParametreSubscripcio
           END-IF.
           IF EstatFitxerSubscripcions EQUAL "00"
             REWRITE RegistreSubscripcio
             DISPLAY "Vol Borrar aquesta Subscripcio (S/N)? " LINE 11
