            COPY S-FCATVI.CPY.
            COPY S-FPLANT.CPY.
            COPY S-FARXR.CPY.
            COPY S-FSEGCL.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-CATVI.CPY.
          COPY FD-PLANT.CPY.
          COPY FD-FARXR.CPY.
          COPY FD-SEGCL.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerPlantilles    PIC XX VALUE "00".
         77 EstatFitxerArxiu         PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 EstatFitxerSegments      PIC XX VALUE "00".
         77 WS-SegmentsObert         PIC X VALUE "N".
         77 WS-NomFitxerArxiu        PIC X(40) VALUE SPACES.
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 7.
         77 WS-NumDnisDesti          PIC 9(3) VALUE 0.
         77 WS-IndexDni              PIC 9(3) VALUE 0.
         77 WS-DniTrobat             PIC X VALUE "N".
         77 WS-CanalConsentiment     PIC X VALUE "P".
         77 WS-ResultatConsentiment  PIC XX VALUE "NO".
         77 WS-NumSenseConsentiment  PIC 9(5) VALUE 0.
         77 WS-OperacioLlar          PIC X VALUE "D".
         77 WS-CartaLlar             PIC X VALUE "N".
         77 WS-NumLlarsEmeses        PIC 9(3) VALUE 0.
         77 WS-IndexLlar             PIC 9(3) VALUE 0.
         77 WS-LlarTrobada           PIC X VALUE "N".
         77 WS-NumAgrupats           PIC 9(5) VALUE 0.
         01 WS-TaulaLlarsEmeses.
           02 WS-LlarEmesa OCCURS 500 TIMES PIC 9(7).
         COPY LLAR-W.CPY.
         01 WS-TaulaDnisDesti.
           02 WS-DniDesti OCCURS 500 TIMES PIC X(9).
         77 WS-IndexLinia            PIC 9 VALUE 0.
           END-IF.
           DISPLAY DescripcioCampanya LINE 1 POSITION 34
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF SegmentCampanya NOT EQUAL SPACES
             OPEN INPUT FitxerSegmentsClients
             IF EstatFitxerSegments NOT EQUAL "00"
               DISPLAY "ERROR!!! Segments de clients NO calculats"
                 BEEP LINE 2 POSITION 5 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE"
               ACCEPT Tecla NO BEEP
               PERFORM Sortir
             END-IF
             MOVE "S" TO WS-SegmentsObert
           END-IF.
           PERFORM DemanarSortida.
           IF ContinentCampanya NOT EQUAL SPACES
             PERFORM CarregarDnisDesti
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-NumSeleccionats LINE 21 POSITION 28
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Exclosos sense consentiment: " LINE 21
             POSITION 36 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-NumSenseConsentiment LINE 21 POSITION 66
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Agrupats per llar: " LINE 22 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-NumAgrupats LINE 22 POSITION 28
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "CAMPANYA " DELIMITED BY SIZE WS-CodiCampExec
               DELIMITED BY SIZE WS-NumSeleccionats DELIMITED BY
               SIZE INTO LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "EXCLOSOS SENSE CONSENTIMENT POSTAL: " DELIMITED
               BY SIZE WS-NumSenseConsentiment DELIMITED BY SIZE
               INTO LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "AGRUPATS EN LA CARTA DE LA LLAR: " DELIMITED BY
               SIZE WS-NumAgrupats DELIMITED BY SIZE INTO
               LiniaSortida
             WRITE LiniaSortida
           END-IF.
           ACCEPT Tecla NO BEEP.
           IF NOT SortidaPantalla CLOSE FitxerSortida END-IF.
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             PERFORM AvaluarCriteris
             IF WS-ClientValid EQUAL "S"
               PERFORM ComprovarLlarClient
             END-IF
             IF WS-ClientValid EQUAL "S"
               ADD 1 TO WS-NumSeleccionats
               PERFORM EmetreCartaClient
               MOVE "N" TO WS-ClientValid
             END-IF
           END-IF.
           IF WS-ClientValid EQUAL "S" AND
              SegmentCampanya NOT EQUAL SPACES
             MOVE Dni TO DniSegment
             READ FitxerSegmentsClients
             IF EstatFitxerSegments NOT EQUAL "00" OR
                CodiSegment NOT EQUAL SegmentCampanya
               MOVE "N" TO WS-ClientValid
             END-IF
           END-IF.
           IF WS-ClientValid EQUAL "S"
             CALL "VALCONSE.COB" USING Dni WS-CanalConsentiment
               WS-ResultatConsentiment
             CANCEL "VALCONSE.COB"
             IF WS-ResultatConsentiment NOT EQUAL "OK"
               MOVE "N" TO WS-ClientValid
               ADD 1 TO WS-NumSenseConsentiment
             END-IF
           END-IF.

        ComprovarLlarClient.
           MOVE "N" TO WS-CartaLlar.
           CALL "CERCLLAR.COB" USING WS-OperacioLlar Dni LlarClient.
           CANCEL "CERCLLAR.COB".
           IF LL-Resultat EQUAL "OK"
             MOVE "N" TO WS-LlarTrobada
             PERFORM CercarLlarEmesa VARYING WS-IndexLlar FROM 1 BY 1
               UNTIL WS-IndexLlar > WS-NumLlarsEmeses OR
               WS-LlarTrobada = "S"
             IF WS-LlarTrobada EQUAL "S"
               MOVE "N" TO WS-ClientValid
               ADD 1 TO WS-NumAgrupats
             ELSE
               MOVE "S" TO WS-CartaLlar
               IF WS-NumLlarsEmeses < 500
                 ADD 1 TO WS-NumLlarsEmeses
                 MOVE LL-CodiLlar TO WS-LlarEmesa(WS-NumLlarsEmeses)
               END-IF
             END-IF
           END-IF.

        CercarLlarEmesa.
           IF WS-LlarEmesa(WS-IndexLlar) EQUAL LL-CodiLlar
             MOVE "S" TO WS-LlarTrobada
           END-IF.

        ComprovarDniClient.
           IF WS-IndexDni <= WS-NumDnisDesti
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             WRITE LiniaSortida
             IF WS-CartaLlar EQUAL "S"
               PERFORM EscriureAdrecaLlar
             ELSE
               PERFORM EscriureAdrecaClient
             END-IF
             MOVE SPACES TO LiniaSortida
             WRITE LiniaSortida
             PERFORM EscriureLiniaCarta VARYING WS-IndexLinia
             WRITE LiniaSortida
           END-IF.

        EscriureAdrecaClient.
           MOVE SPACES TO LiniaSortida.
           STRING "          " DELIMITED BY SIZE Nom DELIMITED BY
             "  " " " DELIMITED BY SIZE CNom1 DELIMITED BY SIZE
             INTO LiniaSortida.
           WRITE LiniaSortida.
           MOVE SPACES TO LiniaSortida.
           STRING "          " DELIMITED BY SIZE Carrer DELIMITED
             BY "  " " " DELIMITED BY SIZE Num DELIMITED BY SIZE
             INTO LiniaSortida.
           WRITE LiniaSortida.
           MOVE SPACES TO LiniaSortida.
           STRING "          " DELIMITED BY SIZE CodiPostal
             DELIMITED BY SIZE " " DELIMITED BY SIZE Poblacio
             DELIMITED BY SIZE INTO LiniaSortida.
           WRITE LiniaSortida.

        EscriureAdrecaLlar.
           MOVE SPACES TO LiniaSortida.
           STRING "          FAMILIA " DELIMITED BY SIZE LL-NomLlar
             DELIMITED BY SIZE INTO LiniaSortida.
           WRITE LiniaSortida.
           MOVE SPACES TO LiniaSortida.
           STRING "          " DELIMITED BY SIZE LL-Carrer DELIMITED
             BY "  " " " DELIMITED BY SIZE LL-Num DELIMITED BY SIZE
             INTO LiniaSortida.
           WRITE LiniaSortida.
           MOVE SPACES TO LiniaSortida.
           STRING "          " DELIMITED BY SIZE LL-CodiPostal
             DELIMITED BY SIZE " " DELIMITED BY SIZE LL-Poblacio
             DELIMITED BY SIZE INTO LiniaSortida.
           WRITE LiniaSortida.

        EscriureLiniaCarta.
           MOVE WS-LiniaPlant(WS-IndexLinia) TO WS-LiniaActual.
           IF WS-LiniaActual(1:4) EQUAL "&NOM"
             MOVE SPACES TO WS-LiniaActual
             IF WS-CartaLlar EQUAL "S"
               STRING "FAMILIA " DELIMITED BY SIZE LL-NomLlar
                 DELIMITED BY SIZE INTO WS-LiniaActual
             ELSE
               STRING Nom DELIMITED BY "  " " " DELIMITED BY SIZE
                 CNom1 DELIMITED BY "  " " " DELIMITED BY SIZE
                 CNom2 DELIMITED BY SIZE INTO WS-LiniaActual
             END-IF
           END-IF.
           IF WS-LiniaActual(1:5) EQUAL "&DATA"
             MOVE WS-DataAvui TO WS-LiniaActual
           END-IF.
           IF WS-LiniaActual(1:7) EQUAL "&ADRECA"
             MOVE SPACES TO WS-LiniaActual
             IF WS-CartaLlar EQUAL "S"
               STRING LL-Carrer DELIMITED BY "  " " " DELIMITED BY
                 SIZE LL-Num DELIMITED BY SIZE " " DELIMITED BY SIZE
                 LL-Poblacio DELIMITED BY SIZE INTO WS-LiniaActual
             ELSE
               STRING Carrer DELIMITED BY "  " " " DELIMITED BY SIZE
                 Num DELIMITED BY SIZE " " DELIMITED BY SIZE
                 Poblacio DELIMITED BY SIZE INTO WS-LiniaActual
             END-IF
           END-IF.
           MOVE WS-LiniaActual TO LiniaSortida.
           WRITE LiniaSortida.
           IF WS-PlantillesObertes EQUAL "S"
             CLOSE FitxerPlantilles
           END-IF.
           IF WS-SegmentsObert EQUAL "S"
             CLOSE FitxerSegmentsClients
           END-IF.
           EXIT PROGRAM.
