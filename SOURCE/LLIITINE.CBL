         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         COPY PAQSOR-W.CPY.
         77 WS-NomFitxerSortida      PIC X(40) VALUE SPACES.
         77 TipusSortida             PIC X VALUE "P".
           88 SortidaPantalla        VALUE "P".
           IF EstatFitxerItineraris NOT EQUAL "00"
             DISPLAY "ERROR!!! NO hi ha itineraris grabats" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             PERFORM EsperarTecla
             EXIT PROGRAM
           END-IF.
           OPEN INPUT CatalegViatges.
           IF EstatCatalegViatges NOT EQUAL "00"
             DISPLAY "ERROR!!! Viatge NO existeix" BEEP LINE 11
               POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             PERFORM EsperarTecla
             PERFORM Sortir
           END-IF.
           PERFORM DemanarSortida.
           DISPLAY "Idioma (C)atala ca(S)tella (F)rances: " LINE 1
             POSITION 31 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE "C" TO WS-IdiomaDoc.
           IF WS-PaquetActiu EQUAL "S"
             MOVE "C" TO WS-IdiomaDoc
           ELSE
             ACCEPT WS-IdiomaDoc LINE 1 POSITION 70 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
           END-IF.
           MOVE "ITINERARI: " TO WS-TitolItinerari.
           IF WS-IdiomaDoc EQUAL "S"
             MOVE "ITINERARIO: " TO WS-TitolItinerari
             MOVE "NO" TO FiFitxer
             PERFORM LlistarDia UNTIL FiFitxer = "SI"
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
                 MOVE 6 TO Fila
               END-IF
             END-IF
           END-IF.

        EsperarTecla.
           IF WS-PaquetActiu NOT EQUAL "S"
             ACCEPT Tecla NO BEEP
           END-IF.

        Sortir.
           CLOSE FitxerItineraris.
           CLOSE CatalegViatges.
