            VALUE "US DE CONTINGENTS HOTELERS".
         77 WS-PlacesRestants        PIC S9(5) VALUE 0.
         77 ED-Restants              PIC -ZZZ9.
         77 WS-IndexTipusHab         PIC 9 VALUE 0.
         77 WS-TotalHabCont          PIC 9(4) VALUE 0.
         77 WS-HabLliures            PIC S9(3) VALUE 0.
         01 WS-LiniaHab.
           02 WS-HabEntrada OCCURS 4 TIMES.
             03 WS-HabCodi           PIC X(3).
             03 WS-HabSep1           PIC X.
             03 WS-HabContr          PIC ZZ9.
             03 WS-HabSep2           PIC X.
             03 WS-HabOcup           PIC ZZ9.
             03 WS-HabSep3           PIC X.
             03 WS-HabLliu           PIC -Z9.
             03 WS-HabSep4           PIC XX.
         COPY TIPHAB-W.CPY.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.
           PERFORM DemanarSortida.
           DISPLAY "US DE CONTINGENTS HOTELERS" LINE 3 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Habitacions: contr./ocup./lliures" LINE 3
             POSITION 40 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "VIATGE" LINE 5 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "DATA" LINE 5 POSITION 13
                 INTO LiniaSortida
               WRITE LiniaSortida
             END-IF
             PERFORM AvancarFila
             IF HabitacionsContingent NUMERIC
               MOVE 0 TO WS-TotalHabCont
               PERFORM SumarHabContingent VARYING WS-IndexTipusHab
                 FROM 1 BY 1 UNTIL WS-IndexTipusHab > 4
               IF WS-TotalHabCont > 0
                 PERFORM LlistarHabitacions
               END-IF
             END-IF
           END-IF.

        SumarHabContingent.
           ADD HabContractadesCont(WS-IndexTipusHab) TO
             WS-TotalHabCont.

        LlistarHabitacions.
           MOVE SPACES TO WS-LiniaHab.
           PERFORM MuntarHabitacioTipus VARYING WS-IndexTipusHab
             FROM 1 BY 1 UNTIL WS-IndexTipusHab > 4.
           DISPLAY WS-LiniaHab LINE Fila POSITION 7
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "      " DELIMITED BY SIZE WS-LiniaHab
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           PERFORM AvancarFila.

        MuntarHabitacioTipus.
           COMPUTE WS-HabLliures = HabContractadesCont(WS-IndexTipusHab)
             - HabOcupadesCont(WS-IndexTipusHab).
           MOVE CodiTipusHab(WS-IndexTipusHab) TO
             WS-HabCodi(WS-IndexTipusHab).
           MOVE HabContractadesCont(WS-IndexTipusHab) TO
             WS-HabContr(WS-IndexTipusHab).
           MOVE "/" TO WS-HabSep2(WS-IndexTipusHab).
           MOVE HabOcupadesCont(WS-IndexTipusHab) TO
             WS-HabOcup(WS-IndexTipusHab).
           MOVE "/" TO WS-HabSep3(WS-IndexTipusHab).
           MOVE WS-HabLliures TO WS-HabLliu(WS-IndexTipusHab).

        AvancarFila.
           ADD 1 TO Fila.
           IF Fila > 19
             ACCEPT Tecla NO BEEP
             MOVE 6 TO Fila
           END-IF.
