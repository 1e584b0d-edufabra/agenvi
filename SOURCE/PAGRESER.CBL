         77 WS-ImportTotals          PIC S9(9) VALUE 0.
         01 WS-ImatgeAbans           PIC X(527).
         COPY SESSIO-W.CPY.
         COPY REGDIARI.CPY.
         COPY SELRES-W.CPY.
         COPY SORTTANC.CPY.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           IF WS-PeriodeTancat EQUAL "S"
             PERFORM Sortir
           END-IF.
           PERFORM ComprovarSortidaTancada.
           IF ST-SortidaTancada
             PERFORM Sortir
           END-IF.
           DISPLAY "Vol registrar un pagament (S/N)? " LINE 10
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Segur LINE 10 POSITION 45 CONTROL
           MOVE 0 TO NumeroRebutComu.
           PERFORM ObtenirNumeroPagament.
           WRITE RegistrePagament.
           MOVE "WR" TO RD-Operacio.
           MOVE SPACES TO RD-ImatgeAbans.
           PERFORM DiariPagament.
           IF EstatFitxerPagaments NOT EQUAL "00"
             DISPLAY "ERROR!!! El Pagament NO s'ha pogut grabar al"
               BEEP LINE 15 POSITION 5 CONTROL
             CLOSE FitxerSessionsCaixa
           END-IF.

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
           WRITE LiniaDiari.
           CLOSE FitxerDiari.

        ComprovarSortidaTancada.
           MOVE "C" TO ST-Operacio.
           MOVE CodiViatgeReservat TO ST-CodiViatge.
           MOVE DiaSortida TO ST-DiaSortida.
           MOVE DataReserva TO ST-DataReserva.
           CALL "COMPTANC.COB" USING PeticioSortidaTancada.
           CANCEL "COMPTANC.COB".
           IF ST-CanviAutoritzat
             MOVE "RESERVES" TO AD-Fitxer
             MOVE SPACES TO AD-Clau
             MOVE NumeroReserva TO AD-Clau
             MOVE SPACES TO AD-ValorsAbans
             STRING "SORTIDA TANCADA " DELIMITED BY SIZE
               ST-CodiViatge DELIMITED BY SIZE " " DELIMITED BY SIZE
               ST-DataSortida DELIMITED BY SIZE INTO AD-ValorsAbans
             MOVE SPACES TO AD-ValorsDespres
             STRING "OVERRIDE=PAGAMENT AUT=" DELIMITED BY SIZE
               ST-Administrador DELIMITED BY SIZE INTO
               AD-ValorsDespres
             PERFORM RegistrarAuditoriaDades
           END-IF.

        RegistrarAuditoriaDades.
           OPEN EXTEND FitxerAuditoriaDades.
           IF EstatFitxerAuditoriaDades NOT EQUAL "00"
