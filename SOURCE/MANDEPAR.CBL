          FILE-CONTROL.
            COPY S-FDEPAR.CPY.
            COPY S-FCATVI.CPY.
            COPY S-FTRAMS.CPY.
            COPY S-FCOSDP.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-DEPAR.CPY.
          COPY FD-CATVI.CPY.
          COPY FD-TRAMS.CPY.
          COPY FD-COSDP.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerDepartures    PIC XX VALUE "00".
         77 WS-PlacesVenudes         PIC S9(5) VALUE 0.
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 6.
         77 EstatFitxerTrams         PIC XX VALUE "00".
         77 FiTrams                  PIC XX VALUE "NO".
         77 WS-EditarTrams           PIC X VALUE "N".
         77 EstatFitxerCostosDeparture PIC XX VALUE "00".
         77 WS-EditarCostos          PIC X VALUE "N".

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             IF Segur EQUAL "S"
               DELETE FitxerDepartures RECORD
               PERFORM EsborrarTrams
               PERFORM EsborrarCostos
             END-IF
           ELSE
             MOVE "N" TO Segur
             MOVE WS-NousTotals TO PlacesTotalsDepartura
             MOVE WS-NousTotals TO PlacesDisponiblesDepartura
             WRITE RegistreDepartura
           END-IF.
           DISPLAY "Sortida grabada" LINE 20 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF Segur NOT EQUAL "S"
             DISPLAY "Editar trams de transport (S/N)? " LINE 20
               POSITION 25 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             MOVE "N" TO WS-EditarTrams
             ACCEPT WS-EditarTrams LINE 20 POSITION 59 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             IF WS-EditarTrams EQUAL "S"
               CALL "MANTRAMS.COB" USING CodiViatgeDepartura
                 DataDepartura
               CANCEL "MANTRAMS.COB"
             END-IF
             DISPLAY "Editar costos fixos (S/N)? " LINE 21
               POSITION 25 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             MOVE "N" TO WS-EditarCostos
             ACCEPT WS-EditarCostos LINE 21 POSITION 59 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             IF WS-EditarCostos EQUAL "S"
               CALL "MANCOSDP.COB" USING CodiViatgeDepartura
                 DataDepartura
               CANCEL "MANCOSDP.COB"
             END-IF
           END-IF.
           DISPLAY "Data de Sortida (DD MES, blanc = acabar): "
             LINE 16 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE SPACES TO DataDepartura.
           ACCEPT DataDepartura LINE 16 POSITION 48 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.

        EsborrarTrams.
           OPEN I-O FitxerTrams.
           IF EstatFitxerTrams EQUAL "00"
             MOVE CodiViatgeDepartura TO CodiViatgeTram
             MOVE DataDepartura TO DataDeparturaTram
             MOVE 0 TO NumeroTram
             START FitxerTrams KEY IS GREATER THAN ClauTram
             IF EstatFitxerTrams EQUAL "00"
               MOVE "NO" TO FiTrams
               PERFORM EsborrarUnTram UNTIL FiTrams = "SI"
             END-IF
             CLOSE FitxerTrams
           END-IF.

        EsborrarUnTram.
           READ FitxerTrams NEXT RECORD, AT END MOVE "SI" TO FiTrams.
           IF FiTrams NOT EQUAL "SI"
             IF CodiViatgeTram NOT EQUAL CodiViatgeDepartura OR
                DataDeparturaTram NOT EQUAL DataDepartura
               MOVE "SI" TO FiTrams
             ELSE
               DELETE FitxerTrams RECORD
             END-IF
           END-IF.

        EsborrarCostos.
           OPEN I-O FitxerCostosDeparture.
           IF EstatFitxerCostosDeparture EQUAL "00"
             MOVE CodiViatgeDepartura TO CodiViatgeCost
             MOVE DataDepartura TO DataDeparturaCost
             READ FitxerCostosDeparture
             IF EstatFitxerCostosDeparture EQUAL "00"
               DELETE FitxerCostosDeparture RECORD
             END-IF
             CLOSE FitxerCostosDeparture
           END-IF.

        Sortir.
           CLOSE FitxerDepartures.
           CLOSE CatalegViatges.
