         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         COPY SESSIO-W.CPY.
         COPY REGDIARI.CPY.
         77 WS-NomFitxerSortida      PIC X(40) VALUE SPACES.
         77 TipusSortida             PIC X VALUE "P".
           88 SortidaPantalla        VALUE "P".
           MOVE SPACE TO WS-MetodeNou.
           PERFORM DemanarMetodeRetorn UNTIL WS-MetodeNou = "E"
             OR WS-MetodeNou = "T" OR WS-MetodeNou = "B".
           MOVE RegistreAnulacio TO RD-ImatgeAbans.
           MOVE "RW" TO RD-Operacio.
           MOVE "G" TO EstatRetorn.
           MOVE WS-MetodeNou TO MetodeRetorn.
           MOVE WS-NomUsuariSessio TO UsuariRetorn.
             SIZE WS-AnySistema DELIMITED BY SIZE INTO
             DataRetornPagat.
           REWRITE RegistreAnulacio.
           PERFORM DiariAnulacio.
           DISPLAY "Retorn marcat com a PAGAT" LINE 22 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Tecla NO BEEP.
             END-IF
           END-IF.

        DiariAnulacio.
           IF EstatFitxerAnulacions EQUAL "00"
             MOVE "ANULACIO" TO RD-Fitxer
             MOVE RegistreAnulacio TO RD-ImatgeDespres
             CALL "REGDIARI.COB" USING PeticioDiari
             CANCEL "REGDIARI.COB"
           END-IF.

        Sortir.
           CLOSE FitxerAnulacions.
           EXIT PROGRAM.
