         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         COPY SESSIO-W.CPY.
         COPY REGDIARI.CPY.
         77 WS-NomFitxerSortida      PIC X(40) VALUE SPACES.
         77 TipusSortida             PIC X VALUE "P".
           88 SortidaPantalla        VALUE "P".
           MOVE 0 TO NumeroRebutComu.
           PERFORM ObtenirNumeroPagament.
           WRITE RegistrePagament.
           MOVE "WR" TO RD-Operacio.
           MOVE SPACES TO RD-ImatgeAbans.
           PERFORM DiariPagament.
           CLOSE FitxerPagaments.
           MOVE "P" TO WS-TipusTotals.
           MOVE 0 TO WS-PlacesTotals.
             WS-PlacesTotals WS-ImportTotals.
           CANCEL "ACTTOTAL.COB".

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
