         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FFACTU.CPY.
            COPY S-FRECTI.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-FACTU.CPY.
          COPY FD-RECTI.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerFactures      PIC XX VALUE "00".
         77 EstatFitxerRectificatives PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 7.
         77 WS-MesReg                PIC 99.
         77 WS-AnyReg                PIC 9(4).
         77 WS-NumFactures           PIC 9(5) VALUE 0.
         77 WS-NumRectificatives     PIC 9(5) VALUE 0.
         77 WS-TotalFacturat         PIC S9(9) VALUE 0.
         77 WS-TotalMarge            PIC S9(9) VALUE 0.
         77 WS-TotalQuota            PIC S9(9) VALUE 0.
         77 ED-Import                PIC -ZZZZZZZ9.
         77 ED-ImportMarge           PIC -ZZZZZZZ9.
         77 ED-ImportQuota           PIC -ZZZZZZZ9.
         77 ED-NumeroFactura         PIC ZZZZZZ9.

       SCREEN SECTION.
           MOVE 7 TO Fila.
           MOVE "NO" TO FiFitxer.
           PERFORM RevisarFactura UNTIL FiFitxer = "SI".
           OPEN INPUT FitxerRectificatives.
           IF EstatFitxerRectificatives EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM RevisarRectificativa UNTIL FiFitxer = "SI"
             CLOSE FitxerRectificatives
           END-IF.
           MOVE WS-TotalFacturat TO ED-Import.
           DISPLAY "Factures REAV: " LINE 21 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
             STRING "TOTAL FACTURAT REAV: " DELIMITED BY SIZE
               ED-Import DELIMITED BY SIZE " EN " DELIMITED BY SIZE
               WS-NumFactures DELIMITED BY SIZE " FACTURES"
               DELIMITED BY SIZE " I " DELIMITED BY SIZE
               WS-NumRectificatives DELIMITED BY SIZE
               " RECTIFICATIVES" DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           ACCEPT Tecla NO BEEP.
             MOVE 7 TO Fila
           END-IF.

        RevisarRectificativa.
           READ FitxerRectificatives NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF RectificativaRegimMarge
               UNSTRING DataRectificativa DELIMITED BY "/" INTO
                 WS-DiaReg WS-MesReg WS-AnyReg
               IF WS-AnyReg EQUAL WS-AnyCercat AND
                  WS-MesReg >= WS-MesInici AND
                  WS-MesReg <= WS-MesFi
                 PERFORM AcumularRectificativa
               END-IF
             END-IF
           END-IF.

        AcumularRectificativa.
           ADD 1 TO WS-NumRectificatives.
           ADD TotalRectificativa TO WS-TotalFacturat.
           ADD MargeRectificativa TO WS-TotalMarge.
           ADD QuotaIVARectificativa TO WS-TotalQuota.
           MOVE NumeroRectificativa TO ED-NumeroFactura.
           DISPLAY "R" LINE Fila POSITION 4
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-NumeroFactura LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE TotalRectificativa TO ED-Import.
           DISPLAY ED-Import LINE Fila POSITION 14
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE MargeRectificativa TO ED-ImportMarge.
           DISPLAY ED-ImportMarge LINE Fila POSITION 25
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE QuotaIVARectificativa TO ED-ImportQuota.
           DISPLAY ED-ImportQuota LINE Fila POSITION 36
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "R" DELIMITED BY SIZE ED-NumeroFactura
               DELIMITED BY SIZE " " DELIMITED BY SIZE ED-Import
               DELIMITED BY SIZE " " DELIMITED BY SIZE
               ED-ImportMarge DELIMITED BY SIZE " " DELIMITED BY
               SIZE ED-ImportQuota DELIMITED BY SIZE " " DELIMITED
               BY SIZE DataRectificativa DELIMITED BY SIZE " RECT. "
               DELIMITED BY SIZE NumeroFacturaOriginal DELIMITED BY
               SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           ADD 1 TO Fila.
           IF Fila > 19
             ACCEPT Tecla NO BEEP
             MOVE 7 TO Fila
           END-IF.

        Sortir.
           CLOSE FitxerFactures.
           EXIT PROGRAM.
