       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulInformeDespesesModif.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FDESMO.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-DESMO.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerDespesesModif PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 6.
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
            VALUE "DESPESES COBRADES/EXONERADES".
         77 NumOperadors             PIC 9(3) VALUE 0.
         77 WS-Index                 PIC 9(3).
         77 WS-IndexB                PIC 9(3).
         77 WS-IndexTrobat           PIC 9(3).
         77 WS-Trobat                PIC X VALUE "N".
           88 Trobat                 VALUE "S".
         77 WS-Descartades           PIC 9(5) VALUE 0.
         77 WS-DataDesdeTxt          PIC X(10) VALUE SPACES.
         77 WS-DataFinsTxt           PIC X(10) VALUE SPACES.
         77 WS-DataTxt               PIC X(10) VALUE SPACES.
         77 WS-DiaTxt                PIC 99 VALUE 0.
         77 WS-MesTxt                PIC 99 VALUE 0.
         77 WS-AnyTxt                PIC 9(4) VALUE 0.
         77 WS-DataConvertida        PIC 9(8) VALUE 0.
         77 WS-DataDesde             PIC 9(8) VALUE 0.
         77 WS-DataFins              PIC 9(8) VALUE 99999999.
         77 WS-TotalCobrades         PIC 9(5) VALUE 0.
         77 WS-TotalImpCobrat        PIC 9(9) VALUE 0.
         77 WS-TotalExonerades       PIC 9(5) VALUE 0.
         77 WS-TotalImpExonerat      PIC 9(9) VALUE 0.
         77 ED-Cobrades              PIC ZZZZ9.
         77 ED-ImpCobrat             PIC ZZZZZZZZ9.
         77 ED-Exonerades            PIC ZZZZ9.
         77 ED-ImpExonerat           PIC ZZZZZZZZ9.
         77 ED-Percent               PIC ZZ9.
         77 WS-Percent               PIC 9(3) VALUE 0.
         01 WS-TaulaOperadors.
           02 WS-OperadorEntry OCCURS 100 TIMES.
             03 WS-OpNom             PIC X(15).
             03 WS-OpCobrades        PIC 9(5).
             03 WS-OpImpCobrat       PIC 9(9).
             03 WS-OpExonerades      PIC 9(5).
             03 WS-OpImpExonerat     PIC 9(9).
         01 WS-OperadorTempo.
           02 WS-TmpNom              PIC X(15).
           02 WS-TmpCobrades         PIC 9(5).
           02 WS-TmpImpCobrat        PIC 9(9).
           02 WS-TmpExonerades       PIC 9(5).
           02 WS-TmpImpExonerat      PIC 9(9).

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerDespesesModificacio.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN INPUT FitxerDespesesModificacio.
           IF EstatFitxerDespesesModif NOT EQUAL "00"
             DISPLAY "ERROR!!! Cap despesa de modificacio registrada"
               BEEP LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "Despeses des de (DD/MM/AAAA, blanc = totes): "
             LINE 1 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-DataDesdeTxt LINE 1 POSITION 51 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           MOVE WS-DataDesdeTxt TO WS-DataTxt.
           PERFORM ConvertirData.
           MOVE WS-DataConvertida TO WS-DataDesde.
           DISPLAY "fins a (DD/MM/AAAA, blanc = totes): " LINE 2
             POSITION 14 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-DataFinsTxt LINE 2 POSITION 51 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           MOVE WS-DataFinsTxt TO WS-DataTxt.
           PERFORM ConvertirData.
           IF WS-DataConvertida EQUAL 0
             MOVE 99999999 TO WS-DataFins
           ELSE
             MOVE WS-DataConvertida TO WS-DataFins
           END-IF.
           PERFORM DemanarSortida.
           DISPLAY "Cercant despeses..." LINE 3 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE "NO" TO FiFitxer.
           PERFORM AcumularDespesa UNTIL FiFitxer = "SI".
           PERFORM OrdenarOperadors.
           PERFORM Capcalera.
           PERFORM MostrarOperador VARYING WS-Index FROM 1 BY 1
             UNTIL WS-Index > NumOperadors.
           PERFORM MostrarTotals.
           ACCEPT Tecla NO BEEP.
           IF NOT SortidaPantalla CLOSE FitxerSortida END-IF.
           PERFORM Sortir.

        DemanarSortida.
           MOVE "P" TO TipusSortida.
           DISPLAY "Sortida: (P)antalla (I)mpressora (F)itxer: " LINE 3
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TipusSortida LINE 3 POSITION 50 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF SortidaImpressora
             CALL "OBRESPOL.COB" USING WS-TitolSpool
               WS-NomFitxerSortida
             CANCEL "OBRESPOL.COB"
             OPEN OUTPUT FitxerSortida
           END-IF.
           IF SortidaFitxer
             DISPLAY "Nom del fitxer de sortida: " LINE 4 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-NomFitxerSortida LINE 4 POSITION 33 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             OPEN OUTPUT FitxerSortida
           END-IF.

        ConvertirData.
           MOVE 0 TO WS-DataConvertida.
           MOVE 0 TO WS-DiaTxt.
           MOVE 0 TO WS-MesTxt.
           MOVE 0 TO WS-AnyTxt.
           UNSTRING WS-DataTxt DELIMITED BY "/" INTO WS-DiaTxt
             WS-MesTxt WS-AnyTxt.
           IF WS-DiaTxt < 1 OR WS-DiaTxt > 31 OR
              WS-MesTxt < 1 OR WS-MesTxt > 12 OR WS-AnyTxt < 2000
             EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DataConvertida = WS-AnyTxt * 10000 +
             WS-MesTxt * 100 + WS-DiaTxt.

        AcumularDespesa.
           READ FitxerDespesesModificacio NEXT RECORD, AT END
             MOVE "SI" TO FiFitxer.
           IF FiFitxer EQUAL "SI"
             EXIT PARAGRAPH
           END-IF.
           IF DataDespesa < WS-DataDesde OR
              DataDespesa > WS-DataFins
             EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Trobat.
           PERFORM CercarOperador VARYING WS-Index FROM 1 BY 1
             UNTIL (WS-Index > NumOperadors) OR (Trobat).
           IF NOT Trobat
             IF NumOperadors < 100
               ADD 1 TO NumOperadors
               MOVE OperadorDespesa TO WS-OpNom(NumOperadors)
               MOVE 0 TO WS-OpCobrades(NumOperadors)
               MOVE 0 TO WS-OpImpCobrat(NumOperadors)
               MOVE 0 TO WS-OpExonerades(NumOperadors)
               MOVE 0 TO WS-OpImpExonerat(NumOperadors)
               MOVE NumOperadors TO WS-IndexTrobat
               MOVE "S" TO WS-Trobat
             ELSE
               ADD 1 TO WS-Descartades
             END-IF
           END-IF.
           IF Trobat
             IF DespesaExonerada
               ADD 1 TO WS-OpExonerades(WS-IndexTrobat)
               ADD ImportTarifaDespesa TO
                 WS-OpImpExonerat(WS-IndexTrobat)
             ELSE
               ADD 1 TO WS-OpCobrades(WS-IndexTrobat)
               ADD ImportCobratDespesa TO
                 WS-OpImpCobrat(WS-IndexTrobat)
             END-IF
           END-IF.

        CercarOperador.
           IF WS-OpNom(WS-Index) EQUAL OperadorDespesa
             MOVE "S" TO WS-Trobat
             MOVE WS-Index TO WS-IndexTrobat
           END-IF.

        OrdenarOperadors.
           IF NumOperadors > 1
             PERFORM OrdenarPassada VARYING WS-Index FROM 1 BY 1
               UNTIL WS-Index >= NumOperadors
           END-IF.

        OrdenarPassada.
           PERFORM OrdenarParella VARYING WS-IndexB FROM 1 BY 1
             UNTIL WS-IndexB >= NumOperadors.

        OrdenarParella.
           IF WS-OpNom(WS-IndexB) > WS-OpNom(WS-IndexB + 1)
             MOVE WS-OperadorEntry(WS-IndexB) TO WS-OperadorTempo
             MOVE WS-OperadorEntry(WS-IndexB + 1) TO
               WS-OperadorEntry(WS-IndexB)
             MOVE WS-OperadorTempo TO WS-OperadorEntry(WS-IndexB + 1)
           END-IF.

        Capcalera.
           DISPLAY "DESPESES DE MODIFICACIO PER OPERADOR" LINE 3
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Operador        Cobr.    Import Exon.    Import"
             LINE 4 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY " %Exon" LINE 4 POSITION 54
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE "DESPESES DE MODIFICACIO PER OPERADOR" TO
               LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "OPERADOR        COBR.    IMPORT EXON.    IMPORT"
               DELIMITED BY SIZE " %EXON" DELIMITED BY SIZE
               INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE 5 TO Fila.

        MostrarOperador.
           ADD WS-OpCobrades(WS-Index) TO WS-TotalCobrades.
           ADD WS-OpImpCobrat(WS-Index) TO WS-TotalImpCobrat.
           ADD WS-OpExonerades(WS-Index) TO WS-TotalExonerades.
           ADD WS-OpImpExonerat(WS-Index) TO WS-TotalImpExonerat.
           MOVE WS-OpCobrades(WS-Index) TO ED-Cobrades.
           MOVE WS-OpImpCobrat(WS-Index) TO ED-ImpCobrat.
           MOVE WS-OpExonerades(WS-Index) TO ED-Exonerades.
           MOVE WS-OpImpExonerat(WS-Index) TO ED-ImpExonerat.
           MOVE 0 TO WS-Percent.
           IF WS-OpCobrades(WS-Index) + WS-OpExonerades(WS-Index) > 0
             COMPUTE WS-Percent = (WS-OpExonerades(WS-Index) * 100) /
               (WS-OpCobrades(WS-Index) + WS-OpExonerades(WS-Index))
           END-IF.
           MOVE WS-Percent TO ED-Percent.
           PERFORM EscriureLinia.

        EscriureLinia.
           DISPLAY WS-OpNom(WS-Index) LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Cobrades LINE Fila POSITION 21
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-ImpCobrat LINE Fila POSITION 27
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Exonerades LINE Fila POSITION 37
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-ImpExonerat LINE Fila POSITION 43
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Percent LINE Fila POSITION 56
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           PERFORM AvancarFila.
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING WS-OpNom(WS-Index) DELIMITED BY SIZE " "
               DELIMITED BY SIZE ED-Cobrades DELIMITED BY SIZE " "
               DELIMITED BY SIZE ED-ImpCobrat DELIMITED BY SIZE " "
               DELIMITED BY SIZE ED-Exonerades DELIMITED BY SIZE " "
               DELIMITED BY SIZE ED-ImpExonerat DELIMITED BY SIZE
               "   " DELIMITED BY SIZE ED-Percent DELIMITED BY SIZE
               INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        MostrarTotals.
           IF NumOperadors = 0
             DISPLAY "Cap despesa en el periode demanat" LINE
               Fila POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-TotalCobrades TO ED-Cobrades.
           MOVE WS-TotalImpCobrat TO ED-ImpCobrat.
           MOVE WS-TotalExonerades TO ED-Exonerades.
           MOVE WS-TotalImpExonerat TO ED-ImpExonerat.
           MOVE 0 TO WS-Percent.
           IF WS-TotalCobrades + WS-TotalExonerades > 0
             COMPUTE WS-Percent = (WS-TotalExonerades * 100) /
               (WS-TotalCobrades + WS-TotalExonerades)
           END-IF.
           MOVE WS-Percent TO ED-Percent.
           DISPLAY "TOTAL" LINE Fila POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Cobrades LINE Fila POSITION 21
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-ImpCobrat LINE Fila POSITION 27
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Exonerades LINE Fila POSITION 37
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-ImpExonerat LINE Fila POSITION 43
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Percent LINE Fila POSITION 56
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "TOTAL           " DELIMITED BY SIZE ED-Cobrades
               DELIMITED BY SIZE " " DELIMITED BY SIZE ED-ImpCobrat
               DELIMITED BY SIZE " " DELIMITED BY SIZE ED-Exonerades
               DELIMITED BY SIZE " " DELIMITED BY SIZE ED-ImpExonerat
               DELIMITED BY SIZE "   " DELIMITED BY SIZE ED-Percent
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           IF WS-Descartades > 0
             PERFORM AvancarFila
             MOVE WS-Descartades TO ED-Cobrades
             DISPLAY "AVIS: despeses fora de la taula:" LINE Fila
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Cobrades LINE Fila POSITION 40
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.

        AvancarFila.
           ADD 1 TO Fila.
           IF Fila > 19
             ACCEPT Tecla NO BEEP
             MOVE "GRABA.EXE" TO Programa
             MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres
             CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
             CANCEL "COBDOS\COBDOS.EXE"
             MOVE 5 TO Fila
           END-IF.

        Sortir.
           CLOSE FitxerDespesesModificacio.
           EXIT PROGRAM.
