       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulBalancSumesSaldos.
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
            VALUE "BALANC DE SUMES I SALDOS".
         77 WS-PeriodeDes            PIC 9(6) VALUE 0.
         77 WS-PeriodeFins           PIC 9(6) VALUE 0.
         77 WS-CompteActual          PIC X(8) VALUE SPACES.
         77 WS-SaldoAnterior         PIC S9(11) VALUE 0.
         77 WS-DeureCompte           PIC 9(11) VALUE 0.
         77 WS-HaverCompte           PIC 9(11) VALUE 0.
         77 WS-SaldoFinal            PIC S9(11) VALUE 0.
         77 WS-TotalAnterior         PIC S9(11) VALUE 0.
         77 WS-TotalDeure            PIC 9(11) VALUE 0.
         77 WS-TotalHaver            PIC 9(11) VALUE 0.
         77 WS-TotalSaldo            PIC S9(11) VALUE 0.
         77 WS-TotalActiu            PIC S9(11) VALUE 0.
         77 WS-TotalPassiu           PIC S9(11) VALUE 0.
         77 WS-TotalNet              PIC S9(11) VALUE 0.
         77 WS-TotalResultat         PIC S9(11) VALUE 0.
         77 WS-TotalPassiuNet        PIC S9(11) VALUE 0.
         77 ED-Anterior              PIC -ZZZZZZZZ9.
         77 ED-Deure                 PIC ZZZZZZZZ9.
         77 ED-Haver                 PIC ZZZZZZZZ9.
         77 ED-Saldo                 PIC -ZZZZZZZZ9.
         77 ED-Total                 PIC -ZZZZZZZZZZ9.

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
           DISPLAY "Periode des de (AAAAMM): " LINE 1 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-PeriodeDes LINE 1 POSITION 31 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "fins (AAAAMM): " LINE 1 POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-PeriodeFins LINE 1 POSITION 56 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           IF WS-PeriodeFins EQUAL 0
             MOVE WS-PeriodeDes TO WS-PeriodeFins
           END-IF.
           PERFORM DemanarSortida.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           PERFORM Capcalera.
           MOVE LOW-VALUES TO CompteApunt.
           START FitxerAssentaments KEY IS NOT LESS THAN CompteApunt.
           IF EstatFitxerAssentaments EQUAL "00"
             MOVE "NO" TO FiFitxer
             MOVE SPACES TO WS-CompteActual
             PERFORM AcumularApunt UNTIL FiFitxer = "SI"
             IF WS-CompteActual NOT EQUAL SPACES
               PERFORM LlistarCompte
             END-IF
           END-IF.
           PERFORM LlistarTotals.
           ACCEPT Tecla NO BEEP.
           PERFORM LlistarSituacio.
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
           DISPLAY "BALANC DE SUMES I SALDOS  PERIODE " LINE 3
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-PeriodeDes LINE 3 POSITION 39
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-PeriodeFins LINE 3 POSITION 47
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "COMPTE   DESCRIPCIO           S.ANTERIOR"
             LINE 5 POSITION 2 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "     DEURE     HAVER      SALDO" LINE 5 POSITION 41
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "BALANC DE SUMES I SALDOS  PERIODE " DELIMITED BY
               SIZE WS-PeriodeDes DELIMITED BY SIZE " - " DELIMITED
               BY SIZE WS-PeriodeFins DELIMITED BY SIZE INTO
               LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "COMPTE   DESCRIPCIO           S.ANTERIOR"
               DELIMITED BY SIZE "     DEURE     HAVER      SALDO"
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE 6 TO Fila.

        AcumularApunt.
           READ FitxerAssentaments NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF CompteApunt NOT EQUAL WS-CompteActual
               IF WS-CompteActual NOT EQUAL SPACES
                 PERFORM LlistarCompte
               END-IF
               MOVE CompteApunt TO WS-CompteActual
               MOVE 0 TO WS-SaldoAnterior
               MOVE 0 TO WS-DeureCompte
               MOVE 0 TO WS-HaverCompte
             END-IF
             IF PeriodeApunt < WS-PeriodeDes
               COMPUTE WS-SaldoAnterior = WS-SaldoAnterior +
                 DebitApunt - CreditApunt
             ELSE
               IF PeriodeApunt NOT > WS-PeriodeFins
                 ADD DebitApunt TO WS-DeureCompte
                 ADD CreditApunt TO WS-HaverCompte
               END-IF
             END-IF
           END-IF.

        LlistarCompte.
           COMPUTE WS-SaldoFinal = WS-SaldoAnterior + WS-DeureCompte -
             WS-HaverCompte.
           MOVE WS-CompteActual TO CodiCompte.
           READ FitxerPlaComptes.
           IF EstatFitxerPlaComptes NOT EQUAL "00"
             MOVE "COMPTE NO DEFINIT" TO DescripcioCompte
             MOVE SPACE TO TipusCompte
           END-IF.
           ADD WS-SaldoAnterior TO WS-TotalAnterior.
           ADD WS-DeureCompte TO WS-TotalDeure.
           ADD WS-HaverCompte TO WS-TotalHaver.
           ADD WS-SaldoFinal TO WS-TotalSaldo.
           EVALUATE TRUE
             WHEN CompteActiu ADD WS-SaldoFinal TO WS-TotalActiu
             WHEN ComptePassiu SUBTRACT WS-SaldoFinal FROM
               WS-TotalPassiu
             WHEN ComptePatrimoni SUBTRACT WS-SaldoFinal FROM
               WS-TotalNet
             WHEN OTHER SUBTRACT WS-SaldoFinal FROM WS-TotalResultat
           END-EVALUATE.
           IF WS-SaldoAnterior NOT EQUAL 0 OR WS-DeureCompte > 0 OR
              WS-HaverCompte > 0
             MOVE WS-SaldoAnterior TO ED-Anterior
             MOVE WS-DeureCompte TO ED-Deure
             MOVE WS-HaverCompte TO ED-Haver
             MOVE WS-SaldoFinal TO ED-Saldo
             DISPLAY WS-CompteActual LINE Fila POSITION 2
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY DescripcioCompte(1:20) LINE Fila POSITION 11
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Anterior LINE Fila POSITION 32
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Deure LINE Fila POSITION 42
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Haver LINE Fila POSITION 52
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Saldo LINE Fila POSITION 62
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             IF NOT SortidaPantalla
               MOVE SPACES TO LiniaSortida
               STRING WS-CompteActual DELIMITED BY SIZE " " DELIMITED
                 BY SIZE DescripcioCompte(1:20) DELIMITED BY SIZE " "
                 DELIMITED BY SIZE ED-Anterior DELIMITED BY SIZE " "
                 DELIMITED BY SIZE ED-Deure DELIMITED BY SIZE " "
                 DELIMITED BY SIZE ED-Haver DELIMITED BY SIZE " "
                 DELIMITED BY SIZE ED-Saldo DELIMITED BY SIZE
                 INTO LiniaSortida
               WRITE LiniaSortida
             END-IF
             PERFORM AvancarFila
           END-IF.

        LlistarTotals.
           MOVE WS-TotalAnterior TO ED-Anterior.
           MOVE WS-TotalDeure TO ED-Deure.
           MOVE WS-TotalHaver TO ED-Haver.
           MOVE WS-TotalSaldo TO ED-Saldo.
           DISPLAY "TOTALS" LINE 21 POSITION 2
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Anterior LINE 21 POSITION 32
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Deure LINE 21 POSITION 42
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Haver LINE 21 POSITION 52
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Saldo LINE 21 POSITION 62
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF WS-TotalDeure NOT EQUAL WS-TotalHaver OR
              WS-TotalSaldo NOT EQUAL 0
             DISPLAY "NO QUADRA" BEEP LINE 21 POSITION 15
               CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
           END-IF.
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "TOTALS                        " DELIMITED BY SIZE
               ED-Anterior DELIMITED BY SIZE " " DELIMITED BY SIZE
               ED-Deure DELIMITED BY SIZE " " DELIMITED BY SIZE
               ED-Haver DELIMITED BY SIZE " " DELIMITED BY SIZE
               ED-Saldo DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        LlistarSituacio.
           COMPUTE WS-TotalPassiuNet = WS-TotalPassiu + WS-TotalNet +
             WS-TotalResultat.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "SITUACIO PATRIMONIAL AL TANCAMENT DE " LINE 3
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-PeriodeFins LINE 3 POSITION 42
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE WS-TotalActiu TO ED-Total.
           DISPLAY "ACTIU                       " LINE 6 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Total LINE 6 POSITION 35
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-TotalPassiu TO ED-Total.
           DISPLAY "PASSIU                      " LINE 8 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Total LINE 8 POSITION 35
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-TotalNet TO ED-Total.
           DISPLAY "PATRIMONI NET               " LINE 9 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Total LINE 9 POSITION 35
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-TotalResultat TO ED-Total.
           DISPLAY "RESULTAT ACUMULAT           " LINE 10 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Total LINE 10 POSITION 35
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-TotalPassiuNet TO ED-Total.
           DISPLAY "PASSIU + PATRIMONI + RESULT." LINE 12 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Total LINE 12 POSITION 35
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE "SITUACIO PATRIMONIAL" TO LiniaSortida
             WRITE LiniaSortida
             MOVE WS-TotalActiu TO ED-Total
             MOVE SPACES TO LiniaSortida
             STRING "ACTIU                        " DELIMITED BY SIZE
               ED-Total DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
             MOVE WS-TotalPassiu TO ED-Total
             MOVE SPACES TO LiniaSortida
             STRING "PASSIU                       " DELIMITED BY SIZE
               ED-Total DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
             MOVE WS-TotalNet TO ED-Total
             MOVE SPACES TO LiniaSortida
             STRING "PATRIMONI NET                " DELIMITED BY SIZE
               ED-Total DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
             MOVE WS-TotalResultat TO ED-Total
             MOVE SPACES TO LiniaSortida
             STRING "RESULTAT ACUMULAT            " DELIMITED BY SIZE
               ED-Total DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
             MOVE WS-TotalPassiuNet TO ED-Total
             MOVE SPACES TO LiniaSortida
             STRING "PASSIU + PATRIMONI + RESULT. " DELIMITED BY SIZE
               ED-Total DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

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
