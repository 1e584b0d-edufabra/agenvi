          FILE-CONTROL.
            COPY S-FFACTU.CPY.
            COPY S-FNUMFT.CPY.
            COPY S-FRECTI.CPY.
            COPY S-FPAGAM.CPY.
            COPY S-FNUMPG.CPY.
            COPY S-FANUL.CPY.
        FILE SECTION.
          COPY FD-FACTU.CPY.
          COPY FD-NUMFT.CPY.
          COPY FD-RECTI.CPY.
          COPY FD-PAGAM.CPY.
          COPY FD-NUMPG.CPY.
          COPY FD-ANUL.CPY.
        WORKING-STORAGE SECTION.
         77 EstatFitxerFactures      PIC XX VALUE "00".
         77 EstatFitxerNumFactures   PIC XX VALUE "00".
         77 EstatFitxerRectificatives PIC XX VALUE "00".
         77 EstatFitxerPagaments     PIC XX VALUE "00".
         77 EstatFitxerNumPagaments  PIC XX VALUE "00".
         77 EstatFitxerAnulacions    PIC XX VALUE "00".
           END-IF.
           MOVE 6 TO Fila.
           PERFORM AuditarFactures.
           PERFORM AuditarRectificatives.
           PERFORM AuditarPagaments.
           PERFORM AuditarAnulacions.
           PERFORM AuditarLiquidacions.
             PERFORM AnotarNumero
           END-IF.

        AuditarRectificatives.
           MOVE "RECTIFIC. " TO WS-NomSerie.
           PERFORM InicialitzarSerie.
           MOVE 0 TO WS-ComptadorSerie.
           OPEN INPUT FitxerNumFactures.
           IF EstatFitxerNumFactures EQUAL "00"
             MOVE "NUMRECT " TO ClauNumFactures
             READ FitxerNumFactures
             IF EstatFitxerNumFactures EQUAL "00"
               MOVE UltimNumeroFactura TO WS-ComptadorSerie
             END-IF
             CLOSE FitxerNumFactures
           END-IF.
           OPEN INPUT FitxerRectificatives.
           IF EstatFitxerRectificatives EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM RevisarRectificativa UNTIL FiFitxer = "SI"
             CLOSE FitxerRectificatives
           END-IF.
           PERFORM RevisarForats.
           PERFORM EscriureResumSerie.

        RevisarRectificativa.
           READ FitxerRectificatives NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             MOVE NumeroRectificativa TO WS-NumeroActual
             PERFORM AnotarNumero
           END-IF.

        AuditarPagaments.
           MOVE "PAGAMENTS " TO WS-NomSerie.
           PERFORM InicialitzarSerie.
