         77 WS-NumSenseIBAN          PIC 9(5) VALUE 0.
         77 WS-TotalRemesa           PIC 9(9) VALUE 0.
         77 ED-Import                PIC ZZZZZZZZ9.
         COPY SESSIO-W.CPY.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.
        SEGUNDA SECTION.

        Principal.
           IF WS-SessioFormacio
             DISPLAY "ERROR!!! En mode FORMACIO no es generen fitxers"
               BEEP LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "per al banc" LINE 12 POSITION 10
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           OPEN I-O FitxerLiquidacions.
           IF EstatFitxerLiquidacions NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Liquidacions NO existeix" BEEP
