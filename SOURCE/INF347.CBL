         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FFACTU.CPY.
            COPY S-FRECTI.CPY.
            COPY S-FLIQUI.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-FACTU.CPY.
          COPY FD-RECTI.CPY.
          COPY FD-LIQUI.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerFactures      PIC XX VALUE "00".
         77 EstatFitxerRectificatives PIC XX VALUE "00".
         77 EstatFitxerLiquidacions  PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 WS-ClauCerca             PIC X(20) VALUE SPACES.
         77 WS-TipusCerca            PIC X VALUE "C".
         77 WS-ImportReg             PIC 9(9) VALUE 0.
         77 WS-SentitReg             PIC X VALUE "S".
           88 ImportASumar           VALUE "S".
           88 ImportARestar          VALUE "R".
         77 WS-NumDeclarats          PIC 9(3) VALUE 0.
         77 ED-Import                PIC ZZZZZZZZ9.

             PERFORM AcumularFactura UNTIL FiFitxer = "SI"
             CLOSE FitxerFactures
           END-IF.
           OPEN INPUT FitxerRectificatives.
           IF EstatFitxerRectificatives EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM AcumularRectificativa UNTIL FiFitxer = "SI"
             CLOSE FitxerRectificatives
           END-IF.
           MOVE "S" TO WS-SentitReg.
           OPEN INPUT FitxerLiquidacions.
           IF EstatFitxerLiquidacions EQUAL "00"
             MOVE "NO" TO FiFitxer
             END-IF
           END-IF.

        AcumularRectificativa.
           READ FitxerRectificatives NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             UNSTRING DataRectificativa DELIMITED BY "/" INTO
               WS-DiaReg WS-MesReg WS-AnyReg
             IF WS-AnyReg EQUAL WS-AnyCercat
               COMPUTE WS-TrimestreReg = (WS-MesReg + 2) / 3
               MOVE DniClientRectificativa TO WS-ClauCerca
               MOVE "C" TO WS-TipusCerca
               IF TotalRectificativa < 0
                 MOVE "R" TO WS-SentitReg
                 COMPUTE WS-ImportReg = 0 - TotalRectificativa
               ELSE
                 MOVE "S" TO WS-SentitReg
                 MOVE TotalRectificativa TO WS-ImportReg
               END-IF
               PERFORM AcumularEntrada
             END-IF
           END-IF.

        AcumularLiquidacio.
           READ FitxerLiquidacions NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           PERFORM ComprovarEntrada VARYING WS-Index FROM 1 BY 1
             UNTIL (WS-Index > NumEntrades) OR (Trobat).
           IF Trobat
             IF ImportARestar
               PERFORM RestarEntrada
             ELSE
               ADD WS-ImportReg TO WS-EntTotal(WS-IndexTrobat)
               ADD WS-ImportReg TO
                 WS-EntTrim(WS-IndexTrobat, WS-TrimestreReg)
             END-IF
           ELSE
             IF NumEntrades < 200 AND ImportASumar
               ADD 1 TO NumEntrades
               MOVE WS-ClauCerca TO WS-EntClau(NumEntrades)
               MOVE WS-TipusCerca TO WS-EntTipus(NumEntrades)
             END-IF
           END-IF.

        RestarEntrada.
           IF WS-ImportReg > WS-EntTotal(WS-IndexTrobat)
             MOVE 0 TO WS-EntTotal(WS-IndexTrobat)
           ELSE
             SUBTRACT WS-ImportReg FROM WS-EntTotal(WS-IndexTrobat)
           END-IF.
           IF WS-ImportReg >
              WS-EntTrim(WS-IndexTrobat, WS-TrimestreReg)
             MOVE 0 TO WS-EntTrim(WS-IndexTrobat, WS-TrimestreReg)
           ELSE
             SUBTRACT WS-ImportReg FROM
               WS-EntTrim(WS-IndexTrobat, WS-TrimestreReg)
           END-IF.

        ComprovarEntrada.
           IF WS-Index <= NumEntrades
             IF WS-EntClau(WS-Index) EQUAL WS-ClauCerca AND
