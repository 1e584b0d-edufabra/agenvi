       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulInformeBestretes.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FBESTR.CPY.
            COPY S-FGUIA.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-BESTR.CPY.
          COPY FD-FGUIA.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerBestretes     PIC XX VALUE "00".
         77 EstatFitxerGuies         PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 6.
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 WS-NomFitxerSortida      PIC X(40) VALUE SPACES.
         77 TipusSortida             PIC X VALUE "P".
           88 SortidaPantalla        VALUE "P".
           88 SortidaImpressora      VALUE "I".
           88 SortidaFitxer          VALUE "F".
         77 WS-TitolSpool           PIC X(30)
            VALUE "BESTRETES PENDENTS GUIES".
         77 WS-GuiaAnterior          PIC X(5) VALUE SPACES.
         77 WS-DiesLimit             PIC 9(3) VALUE 90.
         77 WS-DiaBestreta           PIC 99.
         77 WS-MesBestreta           PIC 99.
         77 WS-AnyBestreta           PIC 9(4).
         77 WS-DiesAvui              PIC 9(7).
         77 WS-DiesBestreta          PIC 9(7).
         77 WS-DiesPendent           PIC S9(7).
         77 WS-Marca                 PIC X VALUE SPACE.
         77 WS-SubtotalGuia          PIC 9(9) VALUE 0.
         77 WS-TotalGeneral          PIC 9(9) VALUE 0.
         77 WS-NumPendents           PIC 9(5) VALUE 0.
         77 WS-NumAntigues           PIC 9(5) VALUE 0.
         77 ED-Import                PIC ZZZZZZ9.
         77 ED-Eur                   PIC ZZZZZZ9.
         77 ED-Despeses              PIC ZZZZZZ9.
         77 ED-Dies                  PIC ZZZZ9.
         77 ED-Total                 PIC ZZZZZZZZ9.
         77 ED-Num                   PIC ZZZZ9.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.
         01 TaulaDiesAcumulats.
           02 FILLER PIC 9(3) VALUE 000.
           02 FILLER PIC 9(3) VALUE 031.
           02 FILLER PIC 9(3) VALUE 059.
           02 FILLER PIC 9(3) VALUE 090.
           02 FILLER PIC 9(3) VALUE 120.
           02 FILLER PIC 9(3) VALUE 151.
           02 FILLER PIC 9(3) VALUE 181.
           02 FILLER PIC 9(3) VALUE 212.
           02 FILLER PIC 9(3) VALUE 243.
           02 FILLER PIC 9(3) VALUE 273.
           02 FILLER PIC 9(3) VALUE 304.
           02 FILLER PIC 9(3) VALUE 334.
         01 TaulaDiesAcumulatsR REDEFINES TaulaDiesAcumulats.
           02 DiesAcumulats OCCURS 12 TIMES PIC 9(3).

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerBestretes, FitxerGuies.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN INPUT FitxerBestretes.
           IF EstatFitxerBestretes NOT EQUAL "00"
             DISPLAY "ERROR!!! Cap bestreta registrada" BEEP LINE 11
               POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           OPEN INPUT FitxerGuies.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "Dies per marcar com a antiga: " LINE 1
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-DiesLimit LINE 1 POSITION 36 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           PERFORM DemanarSortida.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           COMPUTE WS-DiesAvui = WS-AnySistema * 365 +
             DiesAcumulats (WS-MesSistema) + WS-DiaSistema.
           PERFORM Capcalera.
           MOVE LOW-VALUES TO ClauBestreta.
           START FitxerBestretes KEY IS NOT LESS THAN ClauBestreta.
           IF EstatFitxerBestretes EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM TractarBestreta UNTIL FiFitxer = "SI"
           END-IF.
           IF WS-GuiaAnterior NOT EQUAL SPACES
             PERFORM MostrarSubtotal
           END-IF.
           PERFORM MostrarTotals.
           ACCEPT Tecla NO BEEP.
           IF NOT SortidaPantalla CLOSE FitxerSortida END-IF.
           PERFORM Sortir.

        DemanarSortida.
           MOVE "P" TO TipusSortida.
           DISPLAY "Sortida: (P)antalla (I)mpressora (F)itxer: " LINE 2
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TipusSortida LINE 2 POSITION 50 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF SortidaImpressora
             CALL "OBRESPOL.COB" USING WS-TitolSpool
               WS-NomFitxerSortida
             CANCEL "OBRESPOL.COB"
             OPEN OUTPUT FitxerSortida
           END-IF.
           IF SortidaFitxer
             DISPLAY "Nom del fitxer de sortida: " LINE 3 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-NomFitxerSortida LINE 3 POSITION 33 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             OPEN OUTPUT FitxerSortida
           END-IF.

        Capcalera.
           DISPLAY "BESTRETES PENDENTS DE LIQUIDAR PER GUIA" LINE 3
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Viatg Sortid Data bestr.  Import Mon     EUR"
             LINE 4 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "  Despeses  Dies  " LINE 4 POSITION 49
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE "BESTRETES PENDENTS DE LIQUIDAR PER GUIA" TO
               LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "VIATGE SORTIDA  DATA BESTR.   IMPORT MON"
               DELIMITED BY SIZE "      EUR  DESPESES   DIES"
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE 5 TO Fila.

        TractarBestreta.
           READ FitxerBestretes NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF BestretaPendent
               IF CodiGuiaBestreta NOT EQUAL WS-GuiaAnterior
                 IF WS-GuiaAnterior NOT EQUAL SPACES
                   PERFORM MostrarSubtotal
                 END-IF
                 PERFORM MostrarGuia
               END-IF
               PERFORM MostrarBestreta
             END-IF
           END-IF.

        MostrarGuia.
           MOVE CodiGuiaBestreta TO WS-GuiaAnterior.
           MOVE 0 TO WS-SubtotalGuia.
           MOVE CodiGuiaBestreta TO CodiGuia.
           MOVE SPACES TO NomGuia.
           IF EstatFitxerGuies EQUAL "00" OR
              EstatFitxerGuies EQUAL "23"
             READ FitxerGuies
             IF EstatFitxerGuies NOT EQUAL "00"
               MOVE SPACES TO NomGuia
             END-IF
           END-IF.
           DISPLAY CodiGuiaBestreta LINE Fila POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY NomGuia LINE Fila POSITION 11
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           PERFORM AvancarFila.
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "GUIA " DELIMITED BY SIZE CodiGuiaBestreta
               DELIMITED BY SIZE " " DELIMITED BY SIZE NomGuia
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        MostrarBestreta.
           ADD 1 TO WS-NumPendents.
           ADD ImportBestretaEur TO WS-SubtotalGuia.
           ADD ImportBestretaEur TO WS-TotalGeneral.
           PERFORM CalcularDies.
           MOVE ImportBestreta TO ED-Import.
           MOVE ImportBestretaEur TO ED-Eur.
           MOVE TotalDespesesBestreta TO ED-Despeses.
           MOVE WS-DiesPendent TO ED-Dies.
           DISPLAY CodiViatgeBestreta LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DataSortidaBestreta(1:6) LINE Fila POSITION 11
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DataBestreta LINE Fila POSITION 18
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE Fila POSITION 29
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY MonedaBestreta LINE Fila POSITION 37
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Eur LINE Fila POSITION 41
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Despeses LINE Fila POSITION 51
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Dies LINE Fila POSITION 59
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-Marca LINE Fila POSITION 65
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           PERFORM AvancarFila.
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING CodiViatgeBestreta DELIMITED BY SIZE "  "
               DELIMITED BY SIZE DataSortidaBestreta(1:6) DELIMITED
               BY SIZE "  " DELIMITED BY SIZE DataBestreta DELIMITED
               BY SIZE "  " DELIMITED BY SIZE ED-Import DELIMITED BY
               SIZE " " DELIMITED BY SIZE MonedaBestreta DELIMITED BY
               SIZE "  " DELIMITED BY SIZE ED-Eur DELIMITED BY SIZE
               "   " DELIMITED BY SIZE ED-Despeses DELIMITED BY SIZE
               "  " DELIMITED BY SIZE ED-Dies DELIMITED BY SIZE " "
               DELIMITED BY SIZE WS-Marca DELIMITED BY SIZE INTO
               LiniaSortida
             WRITE LiniaSortida
           END-IF.

        CalcularDies.
           MOVE 0 TO WS-DiesPendent.
           MOVE SPACE TO WS-Marca.
           IF DataBestreta(1:2) IS NOT NUMERIC OR
              DataBestreta(4:2) IS NOT NUMERIC OR
              DataBestreta(7:4) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.
           MOVE DataBestreta(1:2) TO WS-DiaBestreta.
           MOVE DataBestreta(4:2) TO WS-MesBestreta.
           MOVE DataBestreta(7:4) TO WS-AnyBestreta.
           IF WS-MesBestreta < 1 OR WS-MesBestreta > 12
             EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DiesBestreta = WS-AnyBestreta * 365 +
             DiesAcumulats (WS-MesBestreta) + WS-DiaBestreta.
           COMPUTE WS-DiesPendent = WS-DiesAvui - WS-DiesBestreta.
           IF WS-DiesPendent < 0
             MOVE 0 TO WS-DiesPendent
           END-IF.
           IF WS-DiesPendent > WS-DiesLimit OR
              WS-AnyBestreta < WS-AnySistema
             MOVE "*" TO WS-Marca
             ADD 1 TO WS-NumAntigues
           END-IF.

        MostrarSubtotal.
           MOVE WS-SubtotalGuia TO ED-Total.
           DISPLAY "Total pendent del guia (EUR):" LINE Fila
             POSITION 11 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Total LINE Fila POSITION 39
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           PERFORM AvancarFila.
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "     TOTAL PENDENT DEL GUIA (EUR): " DELIMITED
               BY SIZE ED-Total DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        MostrarTotals.
           IF WS-NumPendents = 0
             DISPLAY "Cap bestreta pendent de liquidar" LINE Fila
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-TotalGeneral TO ED-Total.
           DISPLAY "Total bestretes pendents (EUR):" LINE Fila
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Total LINE Fila POSITION 39
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           PERFORM AvancarFila.
           MOVE WS-NumAntigues TO ED-Num.
           DISPLAY "Bestretes antigues (*):" LINE Fila
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Num LINE Fila POSITION 43
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "TOTAL BESTRETES PENDENTS (EUR): " DELIMITED BY
               SIZE ED-Total DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "BESTRETES ANTIGUES (*): " DELIMITED BY
               SIZE ED-Num DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        AvancarFila.
           ADD 1 TO Fila.
           IF Fila > 19
             ACCEPT Tecla NO BEEP
             MOVE "GRABA.EXE" TO Programa
             MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres
             CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
             CANCEL "COBDOS\COBDOS.EXE"
             MOVE 5 TO Fila
           END-IF.

        Sortir.
           CLOSE FitxerBestretes.
           CLOSE FitxerGuies.
           EXIT PROGRAM.
