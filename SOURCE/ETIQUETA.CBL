         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         COPY PAQSOR-W.CPY.
         77 WS-NomFitxerSortida      PIC X(40) VALUE SPACES.
         77 TipusSortida             PIC X VALUE "I".
           88 SortidaPantalla        VALUE "P".
           IF EstatFitxerReserves NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Reserves NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             PERFORM EsperarTecla
             PERFORM Sortir
           END-IF.
           OPEN INPUT FitxerClients.
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "Codi del Viatge: " LINE 1 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF WS-PaquetActiu EQUAL "S"
             MOVE WS-PaquetCodiViatge TO WS-CodiViatgeCercat
           ELSE
             ACCEPT WS-CodiViatgeCercat LINE 1 POSITION 23 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, PROMPT" NO BEEP
           END-IF.
           MOVE WS-CodiViatgeCercat TO CodiViatge.
           READ CatalegViatges.
           IF EstatCatalegViatges NOT EQUAL "00"
             DISPLAY "ERROR!!! Viatge NO existeix" BEEP LINE 2
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             PERFORM EsperarTecla
             PERFORM Sortir
           END-IF.
           DISPLAY "Sortida (DD MES): " LINE 1 POSITION 33
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF WS-PaquetActiu EQUAL "S"
             MOVE WS-PaquetDiaSortida TO WS-FiltreData
           ELSE
             ACCEPT WS-FiltreData LINE 1 POSITION 52 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
           END-IF.
           DISPLAY "Etiquetes per passatger (1-9): " LINE 2
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF WS-PaquetActiu EQUAL "S"
             MOVE 2 TO WS-EtiquetesPerPax
           ELSE
             ACCEPT WS-EtiquetesPerPax LINE 2 POSITION 37 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP
           END-IF.
           IF WS-EtiquetesPerPax EQUAL 0
             MOVE 2 TO WS-EtiquetesPerPax
           END-IF.
               "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "fitxer" LINE 4 POSITION 49
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             PERFORM EsperarTecla
             PERFORM Sortir
           END-IF.
           PERFORM BuscarTelefonGuia.
           MOVE "NO" TO FiFitxer.
           PERFORM PosicionarSortida.
           PERFORM TractarReserva UNTIL FiFitxer = "SI".
           PERFORM EscriureFullRecompte.
           DISPLAY "Passatgers: " LINE 21 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-NumLabels LINE 21 POSITION 51
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           PERFORM EsperarTecla.
           CLOSE FitxerSortida.
           PERFORM Sortir.

        DemanarSortida.
           IF WS-PaquetActiu EQUAL "S"
             MOVE "I" TO TipusSortida
             MOVE WS-PaquetFitxer TO WS-NomFitxerSortida
             OPEN EXTEND FitxerSortida
             EXIT PARAGRAPH
           END-IF.
           MOVE "I" TO TipusSortida.
           DISPLAY "Sortida: (I)mpressora (F)itxer: " LINE 3
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
             CLOSE FitxerAssignGuies
           END-IF.

        PosicionarSortida.
           MOVE "NO" TO FiFitxer.
           MOVE WS-CodiViatgeCercat TO CodiViatgeReservat.
           MOVE LOW-VALUES TO DiaSortida.
           IF WS-FiltreData NOT EQUAL SPACES
             MOVE WS-FiltreData(1:6) TO DiaSortida(1:6)
           END-IF.
           START FitxerReserves KEY IS NOT LESS THAN ClauSortida.
           IF EstatFitxerReserves NOT EQUAL "00"
             MOVE "SI" TO FiFitxer
           END-IF.

        ComprovarFiSortida.
           IF FiFitxer NOT EQUAL "SI"
             IF CodiViatgeReservat NOT EQUAL WS-CodiViatgeCercat
               MOVE "SI" TO FiFitxer
             END-IF
             IF WS-FiltreData NOT EQUAL SPACES AND
                DiaSortida(1:6) NOT EQUAL WS-FiltreData(1:6)
               MOVE "SI" TO FiFitxer
             END-IF
           END-IF.

        TractarReserva.
           READ FitxerReserves NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           PERFORM ComprovarFiSortida.
           IF FiFitxer NOT EQUAL "SI"
             IF CodiViatgeReservat EQUAL WS-CodiViatgeCercat AND
                (WS-FiltreData EQUAL SPACES OR
             DELIMITED BY SIZE INTO LiniaSortida.
           WRITE LiniaSortida.

        EsperarTecla.
           IF WS-PaquetActiu NOT EQUAL "S"
             ACCEPT Tecla NO BEEP
           END-IF.

        Sortir.
           CLOSE FitxerReserves.
           CLOSE FitxerClients.
