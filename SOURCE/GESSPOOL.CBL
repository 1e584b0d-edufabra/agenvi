         77 Errorlevel               PIC 999.
         77 WS-Accio                 PIC X VALUE SPACE.
         77 WS-NumeroEscollit        PIC 9(5) VALUE 0.
         COPY SESSIO-W.CPY.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.
           END-IF.

        ImprimirEntrada.
           IF WS-SessioFormacio
             DISPLAY "Mode FORMACIO: no s'envia res a la impressora"
               BEEP LINE 23 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PARAGRAPH
           END-IF.
           MOVE NomFitxerSpool TO WS-NomFitxerText.
           OPEN INPUT FitxerSpoolText.
           IF EstatFitxerSpoolText NOT EQUAL "00"
