            COPY S-FNUMES.CPY.
            COPY S-FDOCVI.CPY.
            COPY S-FFACTU.CPY.
            COPY S-FRECTI.CPY.
            COPY S-FPAGAM.CPY.
            COPY S-FVALS.CPY.
            COPY S-FPRESU.CPY.
          COPY FD-NUMES.CPY.
          COPY FD-DOCVI.CPY.
          COPY FD-FACTU.CPY.
          COPY FD-RECTI.CPY.
          COPY FD-PAGAM.CPY.
          COPY FD-VALS.CPY.
          COPY FD-PRESU.CPY.
         77 EstatFitxerNumEsborrats  PIC XX VALUE "00".
         77 EstatFitxerDocumentsViatge PIC XX VALUE "00".
         77 EstatFitxerFactures      PIC XX VALUE "00".
         77 EstatFitxerRectificatives PIC XX VALUE "00".
         77 EstatFitxerPagaments     PIC XX VALUE "00".
         77 EstatFitxerValsRegal     PIC XX VALUE "00".
         77 EstatFitxerPressupostos  PIC XX VALUE "00".
         77 Errorlevel               PIC 999.
         77 Segur                    PIC X VALUE "N".
         COPY SESSIO-W.CPY.
         COPY REGDIARI.CPY.
         77 WS-DniEsborrar           PIC X(9).
         77 WS-TokenAnonim           PIC X(9).
         77 WS-ReservaActiva         PIC X VALUE "N".
           PERFORM EsborrarPunts.
           PERFORM EsborrarDocumentViatge.
           PERFORM AnonimitzarFactures.
           PERFORM AnonimitzarRectificatives.
           PERFORM AnonimitzarPagaments.
           PERFORM AnonimitzarVals.
           PERFORM AnonimitzarPressupostos.
             END-IF
           END-IF.

        AnonimitzarRectificatives.
           OPEN I-O FitxerRectificatives.
           IF EstatFitxerRectificatives NOT EQUAL "00"
             CLOSE FitxerRectificatives
           ELSE
             MOVE "NO" TO FiFitxer
             PERFORM AnonimitzarUnaRectificativa UNTIL FiFitxer = "SI"
             CLOSE FitxerRectificatives
           END-IF.

        AnonimitzarUnaRectificativa.
           READ FitxerRectificatives NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF DniClientRectificativa EQUAL WS-DniEsborrar
               MOVE WS-TokenAnonim TO DniClientRectificativa
               MOVE SPACES TO NomClientRectificativa
               MOVE SPACES TO AdressaClientRectificativa
               MOVE SPACES TO PoblacioClientRectificativa
               REWRITE RegistreRectificativa
               ADD 1 TO WS-NumCanviats
             END-IF
           END-IF.

        AnonimitzarPagaments.
           OPEN I-O FitxerPagaments.
           IF EstatFitxerPagaments NOT EQUAL "00"
           READ FitxerClients.
           IF EstatFitxerClients EQUAL "00"
             DELETE FitxerClients RECORD
             IF EstatFitxerClients EQUAL "00"
               PERFORM DiariEsborrament
             END-IF
           END-IF.
           MOVE SPACES TO DadesClient.
           MOVE WS-TokenAnonim TO Dni.
           WRITE DadesClient INVALID KEY
             CONTINUE
           END-WRITE.
           IF EstatFitxerClients EQUAL "00"
             MOVE "CLIENTS " TO RD-Fitxer
             MOVE "WR" TO RD-Operacio
             MOVE SPACES TO RD-ImatgeAbans
             MOVE DadesClient TO RD-ImatgeDespres
             CALL "REGDIARI.COB" USING PeticioDiari
             CANCEL "REGDIARI.COB"
           END-IF.

        DiariEsborrament.
           MOVE SPACES TO DadesClient.
           MOVE WS-DniEsborrar TO Dni.
           MOVE "CLIENT ESBORRAT" TO Nom.
           MOVE 0 TO Num.
           MOVE 0 TO Pis.
           MOVE 0 TO Porta.
           MOVE "CLIENTS " TO RD-Fitxer.
           MOVE "DL" TO RD-Operacio.
           MOVE DadesClient TO RD-ImatgeAbans.
           MOVE SPACES TO RD-ImatgeDespres.
           CALL "REGDIARI.COB" USING PeticioDiari.
           CANCEL "REGDIARI.COB".

        Sortir.
           CLOSE FitxerClients.
