            COPY S-FITINE.CPY.
            COPY S-FCONTI.CPY.
            COPY S-FHOTEL.CPY.
            COPY S-FTRAMS.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-ITINE.CPY.
          COPY FD-CONTI.CPY.
          COPY FD-HOTEL.CPY.
          COPY FD-TRAMS.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 WS-ItinerarisOberts      PIC X VALUE "N".
         77 WS-ContingentsOberts     PIC X VALUE "N".
         77 WS-HotelsOberts          PIC X VALUE "N".
         77 EstatFitxerTrams         PIC XX VALUE "00".
         77 WS-TramsOberts           PIC X VALUE "N".
         77 WS-FiltreData            PIC X(10) VALUE SPACES.
         77 WS-ReservaPaquet         PIC 9(7) VALUE 0.
         77 WS-OperacioPaquet        PIC X VALUE SPACE.
         77 WS-ReservaEnllac         PIC 9(7) VALUE 0.
         77 WS-IndexTram             PIC 99 VALUE 0.
         77 ED-PreuTram              PIC ZZZZZZ9.
         77 ED-TotalPaquet           PIC ZZZZZZZZ9.
         COPY PAQUET-W.CPY.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.
           IF EstatFitxerHotels EQUAL "00"
             MOVE "S" TO WS-HotelsOberts
           END-IF.
           OPEN INPUT FitxerTrams.
           IF EstatFitxerTrams EQUAL "00"
             MOVE "S" TO WS-TramsOberts
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "Reserva de paquet (0 = per viatge): " LINE 1
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-ReservaPaquet LINE 1 POSITION 42 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, PROMPT" NO BEEP.
           IF WS-ReservaPaquet NOT EQUAL 0
             PERFORM DossierPaquet
           END-IF.
           DISPLAY SPACES LINE 1 POSITION 5.
           DISPLAY "Codi del Viatge: " LINE 1 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT ED-CodiViatge LINE 1 POSITION 25 CONTROL
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           DISPLAY "Sortida (DD MES, blanc = totes): " LINE 1
             POSITION 35 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-FiltreData LINE 1 POSITION 69 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           PERFORM DemanarSortida.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres.
           MOVE 4 TO Fila.
           PERFORM EscriureCapcaleraDossier.
           PERFORM EscriureItinerari.
           PERFORM EscriureTrams.
           PERFORM EscriureHotels.
           PERFORM EscriureQuadrePreus.
           ACCEPT Tecla NO BEEP.
           IF NOT SortidaPantalla CLOSE FitxerSortida END-IF.
           PERFORM Sortir.

        DossierPaquet.
           MOVE "L" TO WS-OperacioPaquet.
           CALL "ENLLPAQ.COB" USING WS-OperacioPaquet WS-ReservaPaquet
             WS-ReservaEnllac PaquetReserva.
           CANCEL "ENLLPAQ.COB".
           IF PQ-Resultat NOT EQUAL "OK"
             DISPLAY "ERROR!!! La reserva NO forma part de cap paquet"
               BEEP LINE 2 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           PERFORM DemanarSortida.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           MOVE 4 TO Fila.
           MOVE SPACES TO LiniaSortida.
           STRING "VIATGE COMBINAT - PAQUET " DELIMITED BY SIZE
             PQ-NumeroPaquet DELIMITED BY SIZE INTO LiniaSortida.
           PERFORM EscriureLiniaDossier.
           MOVE SPACES TO LiniaSortida.
           PERFORM EscriureLiniaDossier.
           PERFORM EscriureTramPaquet VARYING WS-IndexTram FROM 1 BY 1
             UNTIL WS-IndexTram > PQ-NumTrams.
           PERFORM EscriureResumPaquet.
           ACCEPT Tecla NO BEEP.
           IF NOT SortidaPantalla CLOSE FitxerSortida END-IF.
           PERFORM Sortir.

        EscriureTramPaquet.
           MOVE PQ-ViatgeTram(WS-IndexTram) TO CodiViatge.
           READ CatalegViatges.
           IF EstatCatalegViatges EQUAL "00"
             MOVE PQ-DiaTram(WS-IndexTram) TO WS-FiltreData
             MOVE SPACES TO LiniaSortida
             STRING "TRAM " DELIMITED BY SIZE
               PQ-SeqTram(WS-IndexTram) DELIMITED BY SIZE
               " - RESERVA " DELIMITED BY SIZE
               PQ-ReservaTram(WS-IndexTram) DELIMITED BY SIZE
               " - SORTIDA " DELIMITED BY SIZE
               PQ-DiaTram(WS-IndexTram) DELIMITED BY SIZE
               INTO LiniaSortida
             PERFORM EscriureLiniaDossier
             PERFORM EscriureCapcaleraDossier
             PERFORM EscriureItinerari
             PERFORM EscriureTrams
             PERFORM EscriureHotels
           END-IF.

        EscriureResumPaquet.
           MOVE "RESUM DEL VIATGE COMBINAT" TO LiniaSortida.
           PERFORM EscriureLiniaDossier.
           PERFORM EscriureResumTram VARYING WS-IndexTram FROM 1 BY 1
             UNTIL WS-IndexTram > PQ-NumTrams.
           MOVE PQ-TotalPaquet TO ED-TotalPaquet.
           MOVE SPACES TO LiniaSortida.
           STRING "  Total viatge combinat ....... " DELIMITED BY
             SIZE ED-TotalPaquet DELIMITED BY SIZE INTO LiniaSortida.
           PERFORM EscriureLiniaDossier.

        EscriureResumTram.
           MOVE PQ-PreuTram(WS-IndexTram) TO ED-PreuTram.
           MOVE SPACES TO LiniaSortida.
           STRING "  Tram " DELIMITED BY SIZE PQ-SeqTram(WS-IndexTram)
             DELIMITED BY SIZE "  " DELIMITED BY SIZE
             PQ-DiaTram(WS-IndexTram) DELIMITED BY SIZE "  Viatge "
             DELIMITED BY SIZE PQ-ViatgeTram(WS-IndexTram) DELIMITED
             BY SIZE "  Places " DELIMITED BY SIZE
             PQ-PlacesTram(WS-IndexTram) DELIMITED BY SIZE "  "
             DELIMITED BY SIZE ED-PreuTram DELIMITED BY SIZE
             INTO LiniaSortida.
           PERFORM EscriureLiniaDossier.

        DemanarSortida.
           MOVE "P" TO TipusSortida.
           DISPLAY "Sortida: (P)antalla (I)mpressora (F)itxer: " LINE 2
             END-IF
           END-IF.

        EscriureTrams.
           IF WS-TramsOberts EQUAL "S"
             MOVE "TRANSPORT" TO LiniaSortida
             PERFORM EscriureLiniaDossier
             MOVE CodiViatge TO CodiViatgeTram
             MOVE LOW-VALUES TO DataDeparturaTram
             IF WS-FiltreData NOT EQUAL SPACES
               MOVE WS-FiltreData TO DataDeparturaTram
             END-IF
             MOVE 0 TO NumeroTram
             START FitxerTrams KEY IS NOT LESS THAN ClauTram
             IF EstatFitxerTrams EQUAL "00"
               MOVE "NO" TO FiFitxer
               PERFORM EscriureUnTram UNTIL FiFitxer = "SI"
             END-IF
             MOVE SPACES TO LiniaSortida
             PERFORM EscriureLiniaDossier
           END-IF.

        EscriureUnTram.
           READ FitxerTrams NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF CodiViatgeTram NOT EQUAL CodiViatge
               MOVE "SI" TO FiFitxer
             ELSE
               IF WS-FiltreData EQUAL SPACES OR
                  DataDeparturaTram EQUAL WS-FiltreData
                 MOVE SPACES TO LiniaSortida
                 STRING "  " DELIMITED BY SIZE DataTram DELIMITED BY
                   SIZE " " DELIMITED BY SIZE MitjaTram DELIMITED BY
                   SIZE " " DELIMITED BY SIZE TransportistaTram
                   DELIMITED BY "  " " " DELIMITED BY SIZE
                   NumeroServeiTram DELIMITED BY SIZE " " DELIMITED
                   BY SIZE OrigenTram DELIMITED BY "  " " "
                   HoraSortidaTram DELIMITED BY SIZE " -> " DELIMITED
                   BY SIZE DestiTram DELIMITED BY "  " " " DELIMITED
                   BY SIZE HoraArribadaTram DELIMITED BY SIZE
                   " Terminal: " DELIMITED BY SIZE TerminalTram
                   DELIMITED BY SIZE INTO LiniaSortida
                 PERFORM EscriureLiniaDossier
               END-IF
             END-IF
           END-IF.

        EscriureHotels.
           IF WS-ContingentsOberts EQUAL "S"
             MOVE "HOTELS PREVISTOS" TO LiniaSortida
           IF WS-HotelsOberts EQUAL "S"
             CLOSE FitxerHotels
           END-IF.
           IF WS-TramsOberts EQUAL "S"
             CLOSE FitxerTrams
           END-IF.
           EXIT PROGRAM.
