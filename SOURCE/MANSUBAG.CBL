             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT PercentComissioSubagent LINE 9 POSITION 40 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           MOVE SPACES TO IBANSubagent.
           DISPLAY "IBAN per pagaments: " LINE 10 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT IBANSubagent LINE 10 POSITION 26 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           WRITE RegistreSubagent.
           DISPLAY "Subagent DONAT D'ALTA Satisfactoriament" BEEP
             LINE 11 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Tecla NO BEEP.

        ModificarSubagent.
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT PercentComissioSubagent LINE 13 POSITION 28 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "IBAN actual: " LINE 14 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY IBANSubagent LINE 14 POSITION 19
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Nou IBAN: " LINE 14 POSITION 45
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT IBANSubagent LINE 14 POSITION 56 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           REWRITE RegistreSubagent.
           DISPLAY "Vol Borrar aquest Subagent (S/N)? " LINE 16
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Segur LINE 16 POSITION 42 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF Segur = "S"
             DELETE FitxerSubagents RECORD
