         77 Errorlevel               PIC 999.
         77 Segur                    PIC X VALUE "N".
         77 WS-EsNova                PIC X VALUE "N".
         77 WS-SegmentValid          PIC X VALUE "N".
         77 WS-IndexS                PIC 9 VALUE 0.
         COPY SEGCLI-W.CPY.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.
             MOVE SPACES TO PlantillaCampanya
             MOVE SPACES TO DataDarreraExecucio
             MOVE 0 TO ClientsSeleccionats
             MOVE SPACES TO SegmentCampanya
           ELSE
             MOVE "N" TO WS-EsNova
             DISPLAY "Darrera execucio: " LINE 4 POSITION 40
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT PlantillaCampanya LINE 11 POSITION 38 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           MOVE "N" TO WS-SegmentValid.
           PERFORM DemanarSegment UNTIL WS-SegmentValid = "S".
           IF WS-EsNova EQUAL "S"
             WRITE RegistreCampanya
           ELSE
           ACCEPT Tecla NO BEEP.
           PERFORM Sortir.

        DemanarSegment.
           DISPLAY "Segment NOU/FIDL/ACTI/RISC/PVAL/INAC/SENS (blanc = "
             LINE 12 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "tots): " LINE 12 POSITION 56
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT SegmentCampanya LINE 12 POSITION 63 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP.
           MOVE "S" TO WS-SegmentValid.
           IF SegmentCampanya EQUAL SPACES
             EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SegmentValid.
           PERFORM ValidarSegment VARYING WS-IndexS FROM 1 BY 1
             UNTIL WS-IndexS > 7.
           IF WS-SegmentValid NOT EQUAL "S"
             DISPLAY "ERROR!!! Segment de clients incorrecte" BEEP
               LINE 13 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             DISPLAY SPACES LINE 13 POSITION 5
           END-IF.

        ValidarSegment.
           IF CodiSegmentTaula(WS-IndexS) EQUAL SegmentCampanya
             MOVE "S" TO WS-SegmentValid
           END-IF.

        Sortir.
           CLOSE FitxerCampanyes.
           EXIT PROGRAM.
