            COPY S-FCATVI.CPY.
            COPY S-FMAJO.CPY.
            COPY S-FLLIST.CPY.
            COPY S-FCFOPE.CPY.
            SELECT FitxerIntercanvi ASSIGN TO WS-NomFitxerInterc
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EstatFitxerIntercanvi.
          COPY FD-CATVI.CPY.
          COPY FD-FMAJO.CPY.
          COPY FD-LLIST.CPY.
          COPY FD-CFOPE.CPY.
         FD FitxerIntercanvi
           LABEL RECORD IS STANDARD
           DATA RECORD IS LiniaIntercanvi.
         77 EstatFitxerMajoristes    PIC XX VALUE "00".
         77 EstatFitxerIntercanvi    PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 EstatFitxerConfirmacions PIC XX VALUE "00".
         01 WS-DataSistema           PIC 9(8).
         77 WS-NomFitxerInterc       PIC X(40) VALUE SPACES.
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 6.
             PERFORM Sortir
           END-IF.
           OPEN I-O CatalegViatges.
           OPEN I-O FitxerConfirmacionsOper.
           IF EstatFitxerConfirmacions NOT EQUAL "00"
             OPEN OUTPUT FitxerConfirmacionsOper
             CLOSE FitxerConfirmacionsOper
             OPEN I-O FitxerConfirmacionsOper
           END-IF.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 WRITE LiniaIntercanvi
                 MOVE "Q" TO EstatConfirmacioOper
                 REWRITE Reserva
                 PERFORM RegistrarPeticio
                 ADD 1 TO WS-NumExtretes
                 DISPLAY NumeroReserva LINE Fila POSITION 5
                   CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
                 MOVE "C" TO EstatConfirmacioOper
                 MOVE WS-LocalitzadorImp TO LocalitzadorOperador
                 REWRITE Reserva
                 PERFORM RegistrarResposta
                 ADD 1 TO WS-NumConfirmades
               ELSE
                 MOVE "R" TO EstatConfirmacioOper
                 MOVE WS-LocalitzadorImp TO LocalitzadorOperador
                 REWRITE Reserva
                 PERFORM RegistrarResposta
                 ADD 1 TO WS-NumRebutjades
                 DISPLAY "REBUTJADA " LINE Fila POSITION 5
                   CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             END-IF
           END-IF.

        RegistrarPeticio.
           MOVE NumeroReserva TO NumeroReservaConfirm.
           MOVE WS-CodiMajorista TO CodiMajoristaConfirm.
           MOVE WS-DataSistema TO DataPeticioConfirm.
           MOVE 0 TO DataRespostaConfirm.
           MOVE SPACE TO ResultatConfirm.
           WRITE RegistreConfirmacioOper INVALID KEY
             REWRITE RegistreConfirmacioOper
           END-WRITE.

        RegistrarResposta.
           MOVE NumeroReserva TO NumeroReservaConfirm.
           READ FitxerConfirmacionsOper.
           IF EstatFitxerConfirmacions NOT EQUAL "00"
             MOVE NumeroReserva TO NumeroReservaConfirm
             MOVE SPACES TO CodiMajoristaConfirm
             MOVE CodiViatgeReservat TO CodiViatge
             READ CatalegViatges
             IF EstatCatalegViatges EQUAL "00"
               MOVE Majorista TO CodiMajoristaConfirm
             END-IF
             MOVE 0 TO DataPeticioConfirm
           END-IF.
           MOVE WS-DataSistema TO DataRespostaConfirm.
           MOVE EstatConfirmacioOper TO ResultatConfirm.
           IF EstatFitxerConfirmacions EQUAL "00"
             REWRITE RegistreConfirmacioOper
           ELSE
             WRITE RegistreConfirmacioOper
           END-IF.

        Sortir.
           CLOSE FitxerReserves.
           CLOSE CatalegViatges.
           CLOSE FitxerConfirmacionsOper.
           EXIT PROGRAM.
