         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FRESER.CPY.
            COPY S-FRETRO.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-RESER.CPY.
          COPY FD-RETRO.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 EstatFitxerRetrocessions PIC XX VALUE "00".
         77 WS-RetrocessionsObertes  PIC X VALUE "N".
         77 FiRetrocessions          PIC XX VALUE "NO".
         77 WS-ImportRetroObert      PIC 9(7).
         77 WS-ImportRetroPerdut     PIC 9(7).
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99.
         77 Columna                  PIC 99.
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           OPEN INPUT FitxerRetrocessions.
           IF EstatFitxerRetrocessions EQUAL "00"
             MOVE "S" TO WS-RetrocessionsObertes
           END-IF.
           ACCEPT WS-DataSistema FROM DATE YYYYMMDD.
           PERFORM DemanarData.
           PERFORM DemanarSortida.
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "PENDENT" LINE 4 POSITION 58
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "RETR." LINE 4 POSITION 67
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE 6 TO Fila.

        Llistar.
           COMPUTE WS-DataRegComp = WS-AnyAux * 10000 + WS-MesAux * 100
             + WS-DiaAux.
           COMPUTE WS-ImportPendent = PreuTotalReserva - ImportPagat.
           MOVE 0 TO WS-ImportRetroObert.
           MOVE 0 TO WS-ImportRetroPerdut.
           IF WS-ImportPendent > 0 AND WS-RetrocessionsObertes = "S"
             PERFORM SumarRetrocessions
             IF WS-ImportRetroPerdut >= WS-ImportPendent
               MOVE 0 TO WS-ImportPendent
             ELSE
               SUBTRACT WS-ImportRetroPerdut FROM WS-ImportPendent
             END-IF
           END-IF.
           IF (WS-DataRegComp <= WS-DataFinsComp) AND
              (WS-ImportPendent > 0)
             PERFORM MostrarLinia
           END-IF.

        SumarRetrocessions.
           MOVE NumeroReserva TO NumeroReservaRetro.
           START FitxerRetrocessions KEY IS EQUAL TO
             NumeroReservaRetro.
           IF EstatFitxerRetrocessions EQUAL "00"
             MOVE "NO" TO FiRetrocessions
             PERFORM SumarUnaRetrocessio UNTIL FiRetrocessions = "SI"
           END-IF.

        SumarUnaRetrocessio.
           READ FitxerRetrocessions NEXT RECORD, AT END MOVE "SI" TO
             FiRetrocessions.
           IF FiRetrocessions NOT EQUAL "SI"
             IF NumeroReservaRetro NOT EQUAL NumeroReserva
               MOVE "SI" TO FiRetrocessions
             ELSE
               IF RetroOberta
                 ADD ImportRetro TO WS-ImportRetroObert
               END-IF
               IF RetroPerduda
                 ADD ImportRetro TO WS-ImportRetroPerdut
               END-IF
             END-IF
           END-IF.

        IdentificarMesSortida.
           IF Mesos (Comptador) = Mes THEN MOVE Comptador TO
             MesNumeric.
           MOVE WS-ImportPendent TO ED-ImportPendent.
           DISPLAY ED-ImportPendent LINE Fila POSITION Columna
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ADD 9 TO Columna.
           IF WS-ImportRetroObert > 0
             DISPLAY "RT" LINE Fila POSITION Columna
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING DniReserva DELIMITED BY SIZE " " DELIMITED BY
               SIZE CodiViatgeReservat DELIMITED BY SIZE " "
               DELIMITED BY SIZE DiaSortida DELIMITED BY SIZE " "
               SIZE " " DELIMITED BY SIZE ImportPagat DELIMITED BY
               SIZE " " DELIMITED BY SIZE ED-ImportPendent DELIMITED
               BY SIZE INTO LiniaSortida
             IF WS-ImportRetroObert > 0
               MOVE "RETROCESSIO" TO LiniaSortida(70:11)
             END-IF
             WRITE LiniaSortida
           END-IF.
           ADD 1 TO Fila.
           END-IF.

        Sortir.
           IF WS-RetrocessionsObertes EQUAL "S"
             CLOSE FitxerRetrocessions
           END-IF.
           EXIT PROGRAM.
