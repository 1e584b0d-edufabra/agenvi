         77 Errorlevel               PIC 999.
         77 Segur                    PIC X VALUE "N".
         COPY SESSIO-W.CPY.
         COPY REGDIARI.CPY.
         COPY SORTTANC.CPY.
         77 WS-NumDnis               PIC 9 VALUE 0.
         77 WS-IndexDni              PIC 9 VALUE 0.
         01 WS-TaulaDnis.
             ELSE
               READ FitxerReserves
               IF EstatFitxerReserves EQUAL "00"
                 PERFORM ComprovarSortidaTancada
               END-IF
               IF EstatFitxerReserves EQUAL "00" AND
                  ST-SortidaTancada
                 DISPLAY "AVIS: Sortida tancada, reserva " BEEP
                   LINE 23 POSITION 30 CONTROL
                   "FCOLOR=GREY, BCOLOR=WHITE"
                 DISPLAY NumeroReserva LINE 23 POSITION 62
                   CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               END-IF
               IF EstatFitxerReserves EQUAL "00" AND
                  NOT ST-SortidaTancada
                 MOVE Reserva TO WS-ImatgeAbans
                 ADD WS-ImportAplicat TO ImportPagat
                 REWRITE Reserva
             END-IF
           END-IF.

        ComprovarSortidaTancada.
           MOVE "D" TO ST-Operacio.
           MOVE CodiViatgeReservat TO ST-CodiViatge.
           MOVE DiaSortida TO ST-DiaSortida.
           MOVE DataReserva TO ST-DataReserva.
           CALL "COMPTANC.COB" USING PeticioSortidaTancada.
           CANCEL "COMPTANC.COB".

        AdquirirBloqueigReserva.
           MOVE "A" TO WS-AccioBloq.
           MOVE "RESERVES" TO WS-FitxerBloq.
           MOVE WS-RebutComu TO NumeroRebutComu.
           PERFORM ObtenirNumeroPagament.
           WRITE RegistrePagament.
           MOVE "WR" TO RD-Operacio.
           MOVE SPACES TO RD-ImatgeAbans.
           PERFORM DiariPagament.
           CLOSE FitxerPagaments.

        DiariPagament.
           IF EstatFitxerPagaments EQUAL "00"
             MOVE "PAGAMENT" TO RD-Fitxer
             MOVE RegistrePagament TO RD-ImatgeDespres
             CALL "REGDIARI.COB" USING PeticioDiari
             CANCEL "REGDIARI.COB"
           END-IF.

        ObtenirNumeroPagament.
           OPEN I-O FitxerNumPagaments.
           IF EstatFitxerNumPagaments NOT EQUAL "00"
