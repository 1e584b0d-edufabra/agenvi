         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         COPY PAQSOR-W.CPY.
         77 WS-NomFitxerSortida      PIC X(40) VALUE SPACES.
         77 TipusSortida             PIC X VALUE "P".
           88 SortidaPantalla        VALUE "P".
           IF EstatFitxerReserves NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Reserves NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             PERFORM EsperarTecla
             PERFORM Sortir
           END-IF.
           OPEN INPUT FitxerContactesEmerg.
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "Codi del Viatge: " LINE 1 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF WS-PaquetActiu EQUAL "S"
             MOVE WS-PaquetCodiViatge TO WS-CodiViatgeCercat
           ELSE
             ACCEPT WS-CodiViatgeCercat LINE 1 POSITION 23 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, PROMPT" NO BEEP
           END-IF.
           DISPLAY "Sortida (DD MES, blanc = totes): " LINE 1
             POSITION 33 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF WS-PaquetActiu EQUAL "S"
             MOVE WS-PaquetDiaSortida TO WS-FiltreData
           ELSE
             ACCEPT WS-FiltreData LINE 1 POSITION 67 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
           END-IF.
           PERFORM DemanarSortida.
           DISPLAY "PASSATGERS SENSE CONTACTE D'EMERGENCIA" LINE 3
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
               WS-NumSense DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           PERFORM EsperarTecla.
           IF NOT SortidaPantalla CLOSE FitxerSortida END-IF.
           PERFORM Sortir.

        DemanarSortida.
           IF WS-PaquetActiu EQUAL "S"
             MOVE "I" TO TipusSortida
             MOVE WS-PaquetFitxer TO WS-NomFitxerSortida
             OPEN EXTEND FitxerSortida
             EXIT PARAGRAPH
           END-IF.
           MOVE "P" TO TipusSortida.
           DISPLAY "Sortida: (P)antalla (I)mpressora (F)itxer: " LINE 2
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
             END-IF
             ADD 1 TO Fila
             IF Fila > 19
               PERFORM EsperarTecla
               MOVE 5 TO Fila
             END-IF
           END-IF.

        EsperarTecla.
           IF WS-PaquetActiu NOT EQUAL "S"
             ACCEPT Tecla NO BEEP
           END-IF.

        Sortir.
           CLOSE FitxerReserves.
           IF WS-EmergObert EQUAL "S"
