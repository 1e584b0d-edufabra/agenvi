       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulInformeResultatAnulacions.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FANUL.CPY.
            COPY S-FCATVI.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-ANUL.CPY.
          COPY FD-CATVI.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerAnulacions    PIC XX VALUE "00".
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 5.
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 WS-NomFitxerSortida      PIC X(40) VALUE SPACES.
         77 TipusSortida             PIC X VALUE "P".
           88 SortidaPantalla        VALUE "P".
           88 SortidaImpressora      VALUE "I".
           88 SortidaFitxer          VALUE "F".
         77 WS-TitolSpool           PIC X(30)
            VALUE "RESULTAT D ANUL-LACIONS".
         77 WS-CodiMajorista         PIC X(20) VALUE SPACES.
         77 WS-Inclosa               PIC X VALUE "N".
         77 WS-Index                 PIC 9(3).
         77 WS-IndexTrobat           PIC 9(3).
         77 WS-Trobat                PIC X VALUE "N".
           88 Trobat                 VALUE "S".
         77 NumPercentatges          PIC 9(3) VALUE 0.
         77 WS-Retingut              PIC S9(7) VALUE 0.
         77 WS-Resultat              PIC S9(7) VALUE 0.
         77 WS-NumAnulacions         PIC 9(5) VALUE 0.
         77 WS-NumPendents           PIC 9(5) VALUE 0.
         77 WS-TotalRetingut         PIC S9(9) VALUE 0.
         77 WS-TotalCarrecs          PIC 9(9) VALUE 0.
         77 WS-TotalResultat         PIC S9(9) VALUE 0.
         77 ED-Import                PIC ZZZZZZZZ9.
         77 ED-Retingut              PIC -ZZZZZZZZ9.
         77 ED-Resultat              PIC -ZZZZZZZZ9.
         77 ED-Num                   PIC ZZZZ9.
         77 WS-MarcaPendent          PIC X(7) VALUE SPACES.
         01 WS-TaulaPercentatges.
           02 WS-PctEntry OCCURS 101 TIMES.
             03 WS-PctValor          PIC 9(3).
             03 WS-PctNum            PIC 9(5).
             03 WS-PctRetingut       PIC S9(9).
             03 WS-PctCarrecs        PIC 9(9).
             03 WS-PctResultat       PIC S9(9).

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerAnulacions, CatalegViatges.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN INPUT FitxerAnulacions.
           IF EstatFitxerAnulacions NOT EQUAL "00"
             DISPLAY "ERROR!!! NO hi ha anul-lacions registrades" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           OPEN INPUT CatalegViatges.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "Majorista (en blanc = tots): " LINE 1 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-CodiMajorista LINE 1 POSITION 35 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, PROMPT" NO BEEP.
           PERFORM DemanarSortida.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           PERFORM Capcalera.
           MOVE 5 TO Fila.
           MOVE "NO" TO FiFitxer.
           PERFORM TractarAnulacio UNTIL FiFitxer = "SI".
           ACCEPT Tecla NO BEEP.
           PERFORM SeccioPercentatges.
           PERFORM ImprimirTotals.
           ACCEPT Tecla NO BEEP.
           IF NOT SortidaPantalla CLOSE FitxerSortida END-IF.
           PERFORM Sortir.

        DemanarSortida.
           MOVE "P" TO TipusSortida.
           DISPLAY "Sortida: (P)antalla (I)mpressora (F)itxer: " LINE 2
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TipusSortida LINE 2 POSITION 50 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF SortidaImpressora
             CALL "OBRESPOL.COB" USING WS-TitolSpool
               WS-NomFitxerSortida
             CANCEL "OBRESPOL.COB"
             OPEN OUTPUT FitxerSortida
           END-IF.
           IF SortidaFitxer
             DISPLAY "Nom del fitxer de sortida: " LINE 3 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-NomFitxerSortida LINE 3 POSITION 33 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             OPEN OUTPUT FitxerSortida
           END-IF.

        Capcalera.
           DISPLAY "RESULTAT NET PER ANUL-LACIO" LINE 3 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Num.    Viatge Data       %" LINE 4 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Retingut    Carrec   Resultat" LINE 4 POSITION 37
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE "RESULTAT NET PER ANUL-LACIO" TO LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "NUM.    VIATGE DATA        %   RETINGUT    CARREC"
               DELIMITED BY SIZE "    RESULTAT" DELIMITED BY SIZE
               INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        TractarAnulacio.
           READ FitxerAnulacions NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             MOVE "S" TO WS-Inclosa
             IF WS-CodiMajorista NOT EQUAL SPACES
               MOVE CodiViatgeAnulat TO CodiViatge
               READ CatalegViatges
               IF EstatCatalegViatges NOT EQUAL "00" OR
                  Majorista NOT EQUAL WS-CodiMajorista
                 MOVE "N" TO WS-Inclosa
               END-IF
             END-IF
             IF WS-Inclosa EQUAL "S"
               PERFORM AcumularAnulacio
               PERFORM ImprimirAnulacio
             END-IF
           END-IF.

        AcumularAnulacio.
           COMPUTE WS-Retingut = ImportAnulat - ImportRetorn.
           COMPUTE WS-Resultat = WS-Retingut - CarrecProveidor.
           ADD 1 TO WS-NumAnulacions.
           ADD WS-Retingut TO WS-TotalRetingut.
           ADD CarrecProveidor TO WS-TotalCarrecs.
           ADD WS-Resultat TO WS-TotalResultat.
           IF CarrecPendent
             ADD 1 TO WS-NumPendents
             MOVE "PENDENT" TO WS-MarcaPendent
           ELSE
             MOVE SPACES TO WS-MarcaPendent
           END-IF.
           MOVE "N" TO WS-Trobat.
           PERFORM CercarPercentatge VARYING WS-Index FROM 1 BY 1
             UNTIL (WS-Index > NumPercentatges) OR (Trobat).
           IF NOT Trobat
             IF NumPercentatges < 101
               ADD 1 TO NumPercentatges
               MOVE PercentatgeRetorn TO WS-PctValor(NumPercentatges)
               MOVE 0 TO WS-PctNum(NumPercentatges)
               MOVE 0 TO WS-PctRetingut(NumPercentatges)
               MOVE 0 TO WS-PctCarrecs(NumPercentatges)
               MOVE 0 TO WS-PctResultat(NumPercentatges)
               MOVE NumPercentatges TO WS-IndexTrobat
               MOVE "S" TO WS-Trobat
             END-IF
           END-IF.
           IF Trobat
             ADD 1 TO WS-PctNum(WS-IndexTrobat)
             ADD WS-Retingut TO WS-PctRetingut(WS-IndexTrobat)
             ADD CarrecProveidor TO WS-PctCarrecs(WS-IndexTrobat)
             ADD WS-Resultat TO WS-PctResultat(WS-IndexTrobat)
           END-IF.

        CercarPercentatge.
           IF WS-PctValor(WS-Index) EQUAL PercentatgeRetorn
             MOVE "S" TO WS-Trobat
             MOVE WS-Index TO WS-IndexTrobat
           END-IF.

        ImprimirAnulacio.
           MOVE WS-Retingut TO ED-Retingut.
           MOVE CarrecProveidor TO ED-Import.
           MOVE WS-Resultat TO ED-Resultat.
           DISPLAY NumeroAnulacio LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY CodiViatgeAnulat LINE Fila POSITION 13
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DataAnulacio LINE Fila POSITION 20
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY PercentatgeRetorn LINE Fila POSITION 31
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Retingut LINE Fila POSITION 35
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE Fila POSITION 46
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Resultat LINE Fila POSITION 56
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-MarcaPendent LINE Fila POSITION 67
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING NumeroAnulacio DELIMITED BY SIZE " "
               DELIMITED BY SIZE CodiViatgeAnulat DELIMITED BY SIZE
               "  " DELIMITED BY SIZE DataAnulacio DELIMITED BY SIZE
               " " DELIMITED BY SIZE PercentatgeRetorn DELIMITED BY
               SIZE " " DELIMITED BY SIZE ED-Retingut DELIMITED BY
               SIZE " " DELIMITED BY SIZE ED-Import DELIMITED BY
               SIZE " " DELIMITED BY SIZE ED-Resultat DELIMITED BY
               SIZE " " DELIMITED BY SIZE WS-MarcaPendent DELIMITED
               BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           ADD 1 TO Fila.
           IF Fila > 19
             ACCEPT Tecla NO BEEP
             MOVE 5 TO Fila
           END-IF.

        SeccioPercentatges.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "RESULTAT PER PERCENTATGE DE RETORN" LINE 3
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "%     Num.    Retingut    Carrec   Resultat" LINE 4
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE "RESULTAT PER PERCENTATGE DE RETORN" TO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE 5 TO Fila.
           PERFORM ImprimirPercentatge VARYING WS-Index FROM 1 BY 1
             UNTIL WS-Index > NumPercentatges.

        ImprimirPercentatge.
           MOVE WS-PctNum(WS-Index) TO ED-Num.
           MOVE WS-PctRetingut(WS-Index) TO ED-Retingut.
           MOVE WS-PctCarrecs(WS-Index) TO ED-Import.
           MOVE WS-PctResultat(WS-Index) TO ED-Resultat.
           DISPLAY WS-PctValor(WS-Index) LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Num LINE Fila POSITION 10
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Retingut LINE Fila POSITION 17
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE Fila POSITION 28
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Resultat LINE Fila POSITION 38
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING WS-PctValor(WS-Index) DELIMITED BY SIZE
               "% NUM " DELIMITED BY SIZE ED-Num DELIMITED BY SIZE
               " RETINGUT " DELIMITED BY SIZE ED-Retingut DELIMITED
               BY SIZE " CARREC " DELIMITED BY SIZE ED-Import
               DELIMITED BY SIZE " RESULTAT " DELIMITED BY SIZE
               ED-Resultat DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           ADD 1 TO Fila.
           IF Fila > 17
             ACCEPT Tecla NO BEEP
             MOVE 5 TO Fila
           END-IF.

        ImprimirTotals.
           MOVE WS-NumAnulacions TO ED-Num.
           DISPLAY "Anul-lacions: " LINE 19 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Num LINE 19 POSITION 19
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE WS-NumPendents TO ED-Num.
           DISPLAY "Sense carrec registrat: " LINE 19 POSITION 30
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Num LINE 19 POSITION 54
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE WS-TotalRetingut TO ED-Retingut.
           MOVE WS-TotalCarrecs TO ED-Import.
           MOVE WS-TotalResultat TO ED-Resultat.
           DISPLAY "TOTAL retingut: " LINE 20 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Retingut LINE 20 POSITION 21
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "carrecs: " LINE 20 POSITION 32
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Import LINE 20 POSITION 41
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "net: " LINE 20 POSITION 51
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Resultat LINE 20 POSITION 56
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE WS-NumAnulacions TO ED-Num
             MOVE SPACES TO LiniaSortida
             STRING "ANUL-LACIONS: " DELIMITED BY SIZE ED-Num
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
             MOVE WS-NumPendents TO ED-Num
             MOVE SPACES TO LiniaSortida
             STRING "SENSE CARREC REGISTRAT: " DELIMITED BY SIZE
               ED-Num DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "TOTAL RETINGUT: " DELIMITED BY SIZE ED-Retingut
               DELIMITED BY SIZE "  CARRECS: " DELIMITED BY SIZE
               ED-Import DELIMITED BY SIZE "  RESULTAT NET: "
               DELIMITED BY SIZE ED-Resultat DELIMITED BY SIZE
               INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        Sortir.
           CLOSE FitxerAnulacions.
           CLOSE CatalegViatges.
           EXIT PROGRAM.
