         77 WS-IndexAcomp            PIC 99 VALUE 0.
         77 WS-NumPresents           PIC 9(4) VALUE 0.
         77 WS-NumNoShows            PIC 9(4) VALUE 0.
         77 WS-NumMenorsPendents     PIC 9(4) VALUE 0.
         77 WS-IndexMenor            PIC 99 VALUE 0.
         77 WS-MenorPendent          PIC X VALUE "N".
         COPY AUTMENOR.CPY.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
             LINE 3 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE 5 TO Fila.
           MOVE "NO" TO FiFitxer.
           PERFORM PosicionarSortida.
           PERFORM RevisarReserva UNTIL FiFitxer = "SI".
           DISPLAY "Presents: " LINE 21 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-NumNoShows LINE 21 POSITION 36
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF WS-NumMenorsPendents > 0
             DISPLAY "Menors sense autoritzacio: " LINE 21 POSITION 45
               CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
             DISPLAY WS-NumMenorsPendents LINE 21 POSITION 72
               CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
           END-IF.
           ACCEPT Tecla NO BEEP.
           PERFORM Sortir.

        PosicionarSortida.
           MOVE "NO" TO FiFitxer.
           MOVE WS-CodiViatgeCerca TO CodiViatgeReservat.
           MOVE LOW-VALUES TO DiaSortida.
           MOVE WS-DataCerca(1:6) TO DiaSortida(1:6).
           START FitxerReserves KEY IS NOT LESS THAN ClauSortida.
           IF EstatFitxerReserves NOT EQUAL "00"
             MOVE "SI" TO FiFitxer
           END-IF.

        ComprovarFiSortida.
           IF FiFitxer NOT EQUAL "SI"
             IF CodiViatgeReservat NOT EQUAL WS-CodiViatgeCerca
               MOVE "SI" TO FiFitxer
             END-IF
             IF DiaSortida(1:6) NOT EQUAL WS-DataCerca(1:6)
               MOVE "SI" TO FiFitxer
             END-IF
           END-IF.

        RevisarReserva.
           READ FitxerReserves NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           PERFORM ComprovarFiSortida.
           IF FiFitxer NOT EQUAL "SI"
             IF CodiViatgeReservat EQUAL WS-CodiViatgeCerca AND
                DiaSortida(1:6) EQUAL WS-DataCerca(1:6)
               PERFORM VerificarMenors
               MOVE DniReserva TO WS-DniPassatger
               PERFORM MarcarPassatger
               PERFORM MarcarAcompanyant VARYING WS-IndexAcomp
             END-IF
           END-IF.

        VerificarMenors.
           MOVE "V" TO AM-Operacio.
           MOVE NumeroReserva TO AM-NumeroReserva.
           MOVE DiaSortida TO AM-DiaSortida.
           MOVE 1 TO AM-NumViatgers.
           MOVE DniReserva TO AM-DniViatger(1).
           PERFORM AfegirViatgerMenor VARYING WS-IndexAcomp
             FROM 1 BY 1 UNTIL WS-IndexAcomp > 9.
           CALL "AUTMENOR.COB" USING PeticioAutoritzacioMenor.
           CANCEL "AUTMENOR.COB".

        AfegirViatgerMenor.
           IF DniAcompanyants (WS-IndexAcomp) NOT EQUAL SPACES AND
              AM-NumViatgers < 10
             ADD 1 TO AM-NumViatgers
             MOVE DniAcompanyants (WS-IndexAcomp) TO
               AM-DniViatger(AM-NumViatgers)
           END-IF.

        BuscarMenorPendent.
           IF AM-DniViatger(WS-IndexMenor) EQUAL WS-DniPassatger AND
              AM-MenorPendent(WS-IndexMenor)
             MOVE "S" TO WS-MenorPendent
           END-IF.

        MarcarAcompanyant.
           IF DniAcompanyants (WS-IndexAcomp) NOT EQUAL SPACES
             MOVE DniAcompanyants (WS-IndexAcomp) TO
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NomPassatger LINE Fila POSITION 16
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE "N" TO WS-MenorPendent.
           PERFORM BuscarMenorPendent VARYING WS-IndexMenor FROM 1
             BY 1 UNTIL WS-IndexMenor > AM-NumViatgers.
           IF WS-MenorPendent EQUAL "S"
             ADD 1 TO WS-NumMenorsPendents
             DISPLAY "MNR" BEEP LINE Fila POSITION 46
               CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
             DISPLAY "AVIS: MNR = menor sense autoritzacio de viatge"
               LINE 20 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           MOVE WS-CodiViatgeCerca TO CodiViatgeCheckin.
           MOVE WS-DataCerca TO DataSortidaCheckin.
           MOVE WS-DniPassatger TO DniPassatgerCheckin.
