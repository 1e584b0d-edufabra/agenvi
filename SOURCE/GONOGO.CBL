         77 WS-ModeRecompte          PIC X VALUE "C".
         77 ED-Places                PIC ZZZZ9.
         77 ED-Minim                 PIC ZZZ9.
         77 WS-CriteriViabilitat     PIC X VALUE "M".
           88 CriteriMinim           VALUE "M".
           88 CriteriPuntMort        VALUE "P".
           88 CriteriAmbdos          VALUE "A".
         77 WS-SortidaNoViable       PIC X VALUE "N".
         77 ED-PuntMort              PIC ZZZZ9.
         COPY PUNTMORT.CPY.
         01 WS-TaulaTokens.
           02 WS-Token OCCURS 12 TIMES PIC X(3).
         01 WS-DataSistema           PIC 9(8).
               MOVE 15 TO WS-DiesAntelacio
             END-IF
           END-IF.
           DISPLAY "Criteri (M)inim (P)unt mort (A)mbdos:" LINE 1
             POSITION 39 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-CriteriViabilitat LINE 1 POSITION 78 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP.
           IF NOT CriteriPuntMort AND NOT CriteriAmbdos
             MOVE "M" TO WS-CriteriViabilitat
           END-IF.
           PERFORM DemanarSortida.
           ACCEPT WS-DataSistema FROM DATE YYYYMMDD.
           COMPUTE WS-DiaAnyAvui = DiesAcumulats (WS-MesSistema) +
           READ CatalegViatges NEXT RECORD, AT END MOVE "SI" TO
             FiCataleg.
           IF FiCataleg NOT EQUAL "SI"
             IF PlacesMinimes > 0 OR NOT CriteriMinim
               PERFORM RevisarDatesViatge
             END-IF
           END-IF.
             MOVE "C" TO WS-ModeRecompte
             MOVE 0 TO WS-PlacesConfirmades
             PERFORM RecorrerReservesDepartura
             PERFORM AvaluarViabilitat
             IF WS-SortidaNoViable EQUAL "S"
               ADD 1 TO WS-NumProblemes
               PERFORM MostrarProblemaSortida
               MOVE "L" TO WS-ModeRecompte
             END-IF
           END-IF.

        AvaluarViabilitat.
           MOVE "N" TO WS-SortidaNoViable.
           IF NOT CriteriPuntMort
             IF PlacesMinimes > 0 AND
                WS-PlacesConfirmades < PlacesMinimes
               MOVE "S" TO WS-SortidaNoViable
             END-IF
           END-IF.
           IF NOT CriteriMinim
             MOVE CodiViatge TO PM-CodiViatge
             MOVE WS-DataCandidata TO PM-DiaSortida
             CALL "CALCPMOR.COB" USING PeticioPuntMort
             CANCEL "CALCPMOR.COB"
             IF PM-PuntMortNoAssolit OR PM-SenseMarge
               MOVE "S" TO WS-SortidaNoViable
             END-IF
           END-IF.

        RecorrerReservesDepartura.
           MOVE CodiViatge TO CodiViatgeReservat.
           MOVE LOW-VALUES TO DiaSortida.
           MOVE WS-DataCandidata(1:6) TO DiaSortida(1:6).
           START FitxerReserves KEY IS NOT LESS THAN ClauSortida.
           IF EstatFitxerReserves EQUAL "00"
             MOVE "NO" TO FiReserves
             PERFORM TractarReservaDepartura
        TractarReservaDepartura.
           READ FitxerReserves NEXT RECORD, AT END MOVE "SI" TO
             FiReserves.
           IF FiReserves NOT EQUAL "SI"
             IF CodiViatgeReservat NOT EQUAL CodiViatge OR
                DiaSortida(1:6) NOT EQUAL WS-DataCandidata(1:6)
               MOVE "SI" TO FiReserves
             END-IF
           END-IF.
           IF FiReserves NOT EQUAL "SI"
             IF CodiViatgeReservat EQUAL CodiViatge AND
                DiaSortida(1:6) EQUAL WS-DataCandidata(1:6) AND
               SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           IF NOT CriteriMinim
             PERFORM MostrarPuntMort
           END-IF.

        MostrarPuntMort.
           MOVE PM-PlacesPuntMort TO ED-PuntMort.
           DISPLAY "Punt mort:" LINE Fila POSITION 58
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF PM-SenseMarge
             DISPLAY "SENSE MARGE" LINE Fila POSITION 69
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           ELSE
             DISPLAY ED-PuntMort LINE Fila POSITION 70
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           PERFORM AvancarFila.
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             IF PM-SenseMarge
               STRING "       Punt mort: SENSE MARGE PER PERSONA"
                 DELIMITED BY SIZE INTO LiniaSortida
             ELSE
               STRING "       Punt mort: " DELIMITED BY SIZE
                 ED-PuntMort DELIMITED BY SIZE " places"
                 DELIMITED BY SIZE INTO LiniaSortida
             END-IF
             WRITE LiniaSortida
           END-IF.

        MostrarClientAfectat.
           MOVE DniReserva TO Dni.
