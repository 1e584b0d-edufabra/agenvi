           02 WS-SegonsSistema       PIC 99.
           02 WS-Centesimes          PIC 99.
         77 WS-HoraText              PIC X(8).
         COPY SESSIO-W.CPY.
         COPY DIESFEIN.CPY.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-DataNegoci LINE 4 POSITION 30
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           PERFORM ComprovarDiaTancament.
           PERFORM RevisarJornadesAnteriors.
           IF WS-DarrerObert > WS-DarrerTancat
             DISPLAY "ERROR!!! La jornada " BEEP LINE 6 POSITION 5
           ACCEPT Tecla NO BEEP.
           PERFORM Sortir.

        ComprovarDiaTancament.
           MOVE "V" TO DF-Operacio.
           MOVE WS-OficinaSessio TO DF-Oficina.
           MOVE WS-DataNegoci TO DF-DataInici.
           MOVE 0 TO DF-Dies.
           CALL "DIESFEIN.COB" USING PeticioDiesFeiners.
           CANCEL "DIESFEIN.COB".
           IF DF-NoEsFeiner
             DISPLAY "AVIS: dia de tancament de l'oficina: " BEEP
               LINE 5 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY DF-MotiuTancament LINE 5 POSITION 43
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.

        RevisarJornadesAnteriors.
           MOVE 0 TO WS-DarrerObert.
           MOVE 0 TO WS-DarrerTancat.
