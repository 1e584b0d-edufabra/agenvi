       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulLlibreMajor.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FPCOMP.CPY.
            COPY S-FASSEN.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-PCOMP.CPY.
          COPY FD-ASSEN.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerPlaComptes    PIC XX VALUE "00".
         77 EstatFitxerAssentaments  PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 FiApunts                 PIC XX VALUE "NO".
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
            VALUE "LLIBRE MAJOR".
         77 WS-CompteCercat          PIC X(8) VALUE SPACES.
         77 WS-PeriodeDes            PIC 9(6) VALUE 0.
         77 WS-PeriodeFins           PIC 9(6) VALUE 0.
         77 WS-SaldoAnterior         PIC S9(11) VALUE 0.
         77 WS-Saldo                 PIC S9(11) VALUE 0.
         77 WS-DeureCompte           PIC 9(11) VALUE 0.
         77 WS-HaverCompte           PIC 9(11) VALUE 0.
         77 WS-TeMoviments           PIC X VALUE "N".
         77 ED-Deure                 PIC ZZZZZZZZ9.
         77 ED-Haver                 PIC ZZZZZZZZ9.
         77 ED-Saldo                 PIC -ZZZZZZZZZ9.
         77 ED-DeureTotal            PIC ZZZZZZZZZZ9.
         77 ED-HaverTotal            PIC ZZZZZZZZZZ9.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerPlaComptes, FitxerAssentaments.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN INPUT FitxerAssentaments.
           IF EstatFitxerAssentaments NOT EQUAL "00"
             DISPLAY "Cap assentament comptable" BEEP LINE 11
               POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           OPEN INPUT FitxerPlaComptes.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "Compte (blanc = tots): " LINE 1 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-CompteCercat LINE 1 POSITION 29 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "Periode des de (AAAAMM): " LINE 2 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-PeriodeDes LINE 2 POSITION 31 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "fins (AAAAMM): " LINE 2 POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-PeriodeFins LINE 2 POSITION 56 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           IF WS-PeriodeFins EQUAL 0
             MOVE 999999 TO WS-PeriodeFins
           END-IF.
           PERFORM DemanarSortida.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           PERFORM Capcalera.
           IF WS-CompteCercat NOT EQUAL SPACES
             MOVE WS-CompteCercat TO CodiCompte
             PERFORM LlistarCompte
           ELSE
             IF EstatFitxerPlaComptes EQUAL "00"
               MOVE LOW-VALUES TO CodiCompte
               START FitxerPlaComptes KEY IS NOT LESS THAN CodiCompte
               IF EstatFitxerPlaComptes EQUAL "00"
                 MOVE "NO" TO FiFitxer
                 PERFORM LlegirCompte UNTIL FiFitxer = "SI"
               END-IF
             END-IF
           END-IF.
           DISPLAY "Final del llistat" LINE 21 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           ACCEPT Tecla NO BEEP.
           IF NOT SortidaPantalla CLOSE FitxerSortida END-IF.
           PERFORM Sortir.

        DemanarSortida.
           MOVE "P" TO TipusSortida.
           DISPLAY "Sortida: (P)antalla (I)mpressora (F)itxer: " LINE 3
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TipusSortida LINE 3 POSITION 50 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF SortidaImpressora
             CALL "OBRESPOL.COB" USING WS-TitolSpool
               WS-NomFitxerSortida
             CANCEL "OBRESPOL.COB"
             OPEN OUTPUT FitxerSortida
           END-IF.
           IF SortidaFitxer
             DISPLAY "Nom del fitxer: " LINE 24
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-NomFitxerSortida LINE 24 POSITION 35
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             OPEN OUTPUT FitxerSortida
           END-IF.

        Capcalera.
           DISPLAY "LLIBRE MAJOR DE COMPTES" LINE 3 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "DATA       ASSENT. CONCEPTE                 DEURE"
             LINE 5 POSITION 2 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "     HAVER       SALDO" LINE 5 POSITION 51
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE "LLIBRE MAJOR DE COMPTES" TO LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "DATA       ASSENT. CONCEPTE                 DEURE"
               DELIMITED BY SIZE "     HAVER       SALDO"
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE 6 TO Fila.

        LlegirCompte.
           READ FitxerPlaComptes NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             PERFORM LlistarCompte
           END-IF.

        LlistarCompte.
           MOVE 0 TO WS-SaldoAnterior.
           MOVE 0 TO WS-DeureCompte.
           MOVE 0 TO WS-HaverCompte.
           MOVE "N" TO WS-TeMoviments.
           MOVE CodiCompte TO CompteApunt.
           START FitxerAssentaments KEY IS EQUAL TO CompteApunt.
           IF EstatFitxerAssentaments EQUAL "00"
             MOVE "NO" TO FiApunts
             PERFORM AcumularSaldoAnterior UNTIL FiApunts = "SI"
           END-IF.
           IF WS-SaldoAnterior NOT EQUAL 0 OR WS-TeMoviments = "S"
             PERFORM CapcaleraCompte
             MOVE WS-SaldoAnterior TO WS-Saldo
             MOVE CodiCompte TO CompteApunt
             START FitxerAssentaments KEY IS EQUAL TO CompteApunt
             MOVE "NO" TO FiApunts
             PERFORM LlistarApunt UNTIL FiApunts = "SI"
             PERFORM TotalCompte
           END-IF.

        AcumularSaldoAnterior.
           READ FitxerAssentaments NEXT RECORD, AT END MOVE "SI" TO
             FiApunts.
           IF FiApunts NOT EQUAL "SI"
             IF CompteApunt NOT EQUAL CodiCompte
               MOVE "SI" TO FiApunts
             ELSE
               IF PeriodeApunt < WS-PeriodeDes
                 COMPUTE WS-SaldoAnterior = WS-SaldoAnterior +
                   DebitApunt - CreditApunt
               ELSE
                 IF PeriodeApunt NOT > WS-PeriodeFins
                   MOVE "S" TO WS-TeMoviments
                 END-IF
               END-IF
             END-IF
           END-IF.

        CapcaleraCompte.
           READ FitxerPlaComptes.
           IF EstatFitxerPlaComptes NOT EQUAL "00"
             MOVE "COMPTE NO DEFINIT" TO DescripcioCompte
           END-IF.
           MOVE WS-SaldoAnterior TO ED-Saldo.
           DISPLAY CodiCompte LINE Fila POSITION 2
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY DescripcioCompte LINE Fila POSITION 13
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Saldo anterior" LINE Fila POSITION 45
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Saldo LINE Fila POSITION 62
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING CodiCompte DELIMITED BY SIZE "   " DELIMITED BY
               SIZE DescripcioCompte DELIMITED BY SIZE
               "   SALDO ANTERIOR " DELIMITED BY SIZE ED-Saldo
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           PERFORM AvancarFila.

        LlistarApunt.
           READ FitxerAssentaments NEXT RECORD, AT END MOVE "SI" TO
             FiApunts.
           IF FiApunts NOT EQUAL "SI"
             IF CompteApunt NOT EQUAL CodiCompte
               MOVE "SI" TO FiApunts
             ELSE
               IF PeriodeApunt NOT < WS-PeriodeDes AND
                  PeriodeApunt NOT > WS-PeriodeFins
                 PERFORM MostrarApunt
               END-IF
             END-IF
           END-IF.

        MostrarApunt.
           COMPUTE WS-Saldo = WS-Saldo + DebitApunt - CreditApunt.
           ADD DebitApunt TO WS-DeureCompte.
           ADD CreditApunt TO WS-HaverCompte.
           MOVE DebitApunt TO ED-Deure.
           MOVE CreditApunt TO ED-Haver.
           MOVE WS-Saldo TO ED-Saldo.
           DISPLAY DataApunt LINE Fila POSITION 2
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY NumeroAssentament LINE Fila POSITION 13
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ConcepteApunt(1:20) LINE Fila POSITION 21
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Deure LINE Fila POSITION 42
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Haver LINE Fila POSITION 52
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Saldo LINE Fila POSITION 62
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING DataApunt DELIMITED BY SIZE " " DELIMITED BY SIZE
               NumeroAssentament DELIMITED BY SIZE " " DELIMITED BY
               SIZE ConcepteApunt DELIMITED BY SIZE " " DELIMITED BY
               SIZE ED-Deure DELIMITED BY SIZE " " DELIMITED BY SIZE
               ED-Haver DELIMITED BY SIZE " " DELIMITED BY SIZE
               ED-Saldo DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           PERFORM AvancarFila.

        TotalCompte.
           MOVE WS-DeureCompte TO ED-DeureTotal.
           MOVE WS-HaverCompte TO ED-HaverTotal.
           MOVE WS-Saldo TO ED-Saldo.
           DISPLAY "Total compte" LINE Fila POSITION 21
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-DeureTotal LINE Fila POSITION 40
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-HaverTotal LINE Fila POSITION 51
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Saldo LINE Fila POSITION 62
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "                      TOTAL COMPTE " DELIMITED BY
               SIZE ED-DeureTotal DELIMITED BY SIZE " " DELIMITED BY
               SIZE ED-HaverTotal DELIMITED BY SIZE " " DELIMITED BY
               SIZE ED-Saldo DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           PERFORM AvancarFila.

        AvancarFila.
           ADD 1 TO Fila.
           IF Fila > 19
             ACCEPT Tecla NO BEEP
             MOVE 6 TO Fila
           END-IF.

        Sortir.
           CLOSE FitxerAssentaments.
           CLOSE FitxerPlaComptes.
           EXIT PROGRAM.
