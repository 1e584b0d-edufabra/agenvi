            COPY S-FCATVI.CPY.
            COPY S-FPLANT.CPY.
            COPY S-FLLIST.CPY.
            COPY S-FRECOR.CPY.
            COPY S-FVENCI.CPY.
            SELECT FitxerOutbox ASSIGN TO WS-NomFitxerOutbox
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EstatFitxerOutbox.
          COPY FD-CATVI.CPY.
          COPY FD-PLANT.CPY.
          COPY FD-LLIST.CPY.
          COPY FD-RECOR.CPY.
          COPY FD-VENCI.CPY.
         FD FitxerOutbox
           LABEL RECORD IS STANDARD
           DATA RECORD IS LiniaOutbox.
         77 WS-NumCartes             PIC 9(5) VALUE 0.
         77 WS-IndexLinia            PIC 9 VALUE 0.
         77 WS-NotifEmesa            PIC X VALUE "N".
         77 WS-NotifDescartada       PIC X VALUE "N".
         77 WS-CanalNotificacio      PIC X VALUE "P".
         77 WS-ResultatConsentiment  PIC XX VALUE "NO".
         77 WS-NumSenseConsentiment  PIC 9(5) VALUE 0.
         77 WS-LiniaActual           PIC X(70) VALUE SPACES.
         77 EstatFitxerRecordatoris  PIC XX VALUE "00".
         77 WS-RecordatorisOberts    PIC X VALUE "N".
         77 WS-RecordatoriTrobat     PIC X VALUE "N".
         77 WS-EtiquetaLinia         PIC X(62) VALUE SPACES.
         77 EstatFitxerVenciments    PIC XX VALUE "00".
         77 WS-VencimentsOberts      PIC X VALUE "N".
         77 WS-VencimentTrobat       PIC X VALUE "N".
         77 WS-DataVencText          PIC X(10) VALUE SPACES.
         77 WS-ImportDeute           PIC 9(7) VALUE 0.
         77 ED-ImportPendent         PIC ZZZZZZ9.
         COPY SESSIO-W.CPY.
         01 WS-DataVencNum           PIC 9(8).
         01 WS-DataVencNumR REDEFINES WS-DataVencNum.
           02 WS-AnyVenc             PIC 9(4).
           02 WS-MesVenc             PIC 99.
           02 WS-DiaVenc             PIC 99.
         01 WS-TaulaLinies.
           02 WS-LiniaPlant OCCURS 4 TIMES PIC X(70).

           IF EstatFitxerPlantilles EQUAL "00"
             MOVE "S" TO WS-PlantillesObertes
           END-IF.
           OPEN INPUT FitxerRecordatoris.
           IF EstatFitxerRecordatoris EQUAL "00"
             MOVE "S" TO WS-RecordatorisOberts
           END-IF.
           OPEN INPUT FitxerVenciments.
           IF EstatFitxerVenciments EQUAL "00"
             MOVE "S" TO WS-VencimentsOberts
           END-IF.
           PERFORM Capcalera.
           PERFORM EnviarPendent UNTIL FiFitxer = "SI".
           MOVE WS-NumEnviades TO ED-NumEnviades.
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NumCartes LINE 22 POSITION 41
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Sense consentiment: " LINE 22 POSITION 49
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NumSenseConsentiment LINE 22 POSITION 70
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Tecla NO BEEP.
           IF NOT SortidaPantalla CLOSE FitxerSortida END-IF.
           PERFORM Sortir.
                 REWRITE RegistreNotificacio
                 ADD 1 TO WS-NumEnviades
               END-IF
               IF WS-NotifDescartada EQUAL "S"
                 MOVE "X" TO EstatNotificacio
                 REWRITE RegistreNotificacio
                 ADD 1 TO WS-NumSenseConsentiment
               END-IF
             END-IF
           END-IF.


        GenerarSortidaNotificacio.
           MOVE "N" TO WS-NotifEmesa.
           MOVE "N" TO WS-NotifDescartada.
           MOVE DniNotificat TO Dni.
           READ FitxerClients.
           IF EstatFitxerClients NOT EQUAL "00"
             MOVE SPACES TO Titol
           END-IF.
           PERFORM CarregarPlantilla.
           MOVE "N" TO WS-RecordatoriTrobat.
           IF NotificacioRecordatori AND WS-RecordatorisOberts = "S"
             MOVE NumeroNotificacio TO NumNotifRecordatori
             READ FitxerRecordatoris KEY IS NumNotifRecordatori
             IF EstatFitxerRecordatoris EQUAL "00"
               MOVE "S" TO WS-RecordatoriTrobat
             END-IF
           END-IF.
           MOVE "N" TO WS-VencimentTrobat.
           IF (NotificacioReclamacio1 OR NotificacioReclamacio2 OR
               NotificacioReclamacio3) AND WS-VencimentsOberts = "S"
             MOVE NumeroNotificacio TO NumNotifReclamacio
             READ FitxerVenciments KEY IS NumNotifReclamacio
             IF EstatFitxerVenciments EQUAL "00"
               MOVE "S" TO WS-VencimentTrobat
               MOVE DataVenciment TO WS-DataVencNum
               MOVE SPACES TO WS-DataVencText
               STRING WS-DiaVenc DELIMITED BY SIZE "/" DELIMITED BY
                 SIZE WS-MesVenc DELIMITED BY SIZE "/" DELIMITED BY
                 SIZE WS-AnyVenc DELIMITED BY SIZE INTO
                 WS-DataVencText
               MOVE 0 TO WS-ImportDeute
               IF ImportFacturaVenc > ImportCobratVenc
                 COMPUTE WS-ImportDeute = ImportFacturaVenc -
                   ImportCobratVenc
               END-IF
             END-IF
           END-IF.
           IF CorreuElectronic NOT EQUAL SPACES
             MOVE "E" TO WS-CanalNotificacio
           ELSE
             MOVE "P" TO WS-CanalNotificacio
           END-IF.
           IF NotificacioAgraiment
             PERFORM ComprovarConsentiment
           END-IF.
           IF WS-CanalNotificacio EQUAL "E"
             PERFORM EscriureCorreuOutbox
             IF WS-NotifEmesa EQUAL "S"
               ADD 1 TO WS-NumCorreus
             END-IF
           END-IF.
           IF WS-CanalNotificacio EQUAL "P"
             PERFORM EscriureCartaFinestra
             IF WS-NotifEmesa EQUAL "S"
               ADD 1 TO WS-NumCartes
             END-IF
           END-IF.
           IF WS-CanalNotificacio EQUAL "N"
             MOVE "S" TO WS-NotifDescartada
           END-IF.

        ComprovarConsentiment.
           IF WS-CanalNotificacio EQUAL "E"
             CALL "VALCONSE.COB" USING DniNotificat
               WS-CanalNotificacio WS-ResultatConsentiment
             CANCEL "VALCONSE.COB"
             IF WS-ResultatConsentiment NOT EQUAL "OK"
               MOVE "P" TO WS-CanalNotificacio
             END-IF
           END-IF.
           IF WS-CanalNotificacio EQUAL "P"
             CALL "VALCONSE.COB" USING DniNotificat
               WS-CanalNotificacio WS-ResultatConsentiment
             CANCEL "VALCONSE.COB"
             IF WS-ResultatConsentiment NOT EQUAL "OK"
               MOVE "N" TO WS-CanalNotificacio
             END-IF
           END-IF.

        CarregarPlantilla.
           MOVE SPACES TO WS-TaulaLinies.
               MOVE LiniaPlantilla4 TO WS-LiniaPlant(4)
             END-IF
           END-IF.
           IF WS-LiniaPlant(1) EQUAL SPACES AND NotificacioRecordatori
             MOVE "&NOM" TO WS-LiniaPlant(1)
             MOVE "&RECOLLIDA Recollida: " TO WS-LiniaPlant(2)
             MOVE "&SALDO Import pendent: " TO WS-LiniaPlant(3)
             MOVE "&DOCUMENT Documentacio: " TO WS-LiniaPlant(4)
           END-IF.
           IF WS-LiniaPlant(1) EQUAL SPACES AND NotificacioRecarrec
             MOVE "&NOM" TO WS-LiniaPlant(1)
             MOVE "Li comuniquem un recarrec de carburant o divisa"
               TO WS-LiniaPlant(2)
             MOVE "&VIATGE" TO WS-LiniaPlant(3)
             MOVE "&DATA" TO WS-LiniaPlant(4)
           END-IF.
           IF WS-LiniaPlant(1) EQUAL SPACES AND
              NotificacioRehabilitacio
             MOVE "&NOM" TO WS-LiniaPlant(1)
             MOVE "Li confirmem que la seva reserva torna a ser activa"
               TO WS-LiniaPlant(2)
             MOVE "&VIATGE" TO WS-LiniaPlant(3)
             MOVE "&DATA" TO WS-LiniaPlant(4)
           END-IF.
           IF WS-LiniaPlant(1) EQUAL SPACES AND NotificacioReclamacio1
             MOVE "&NOM" TO WS-LiniaPlant(1)
             MOVE "Li recordem que resta pendent de cobrament:"
               TO WS-LiniaPlant(2)
             MOVE "&FACTURA Factura: " TO WS-LiniaPlant(3)
             MOVE "&DEUTE Import pendent: " TO WS-LiniaPlant(4)
           END-IF.
           IF WS-LiniaPlant(1) EQUAL SPACES AND NotificacioReclamacio2
             MOVE "&NOM" TO WS-LiniaPlant(1)
             MOVE "Segon avis: la factura continua impagada. Preguem"
               TO WS-LiniaPlant(2)
             MOVE "&FACTURA Factura: " TO WS-LiniaPlant(3)
             MOVE "&DEUTE Import a pagar sense demora: "
               TO WS-LiniaPlant(4)
           END-IF.
           IF WS-LiniaPlant(1) EQUAL SPACES AND NotificacioReclamacio3
             MOVE "&NOM" TO WS-LiniaPlant(1)
             MOVE "Darrer avis: queda suspes el credit fins al pagament"
               TO WS-LiniaPlant(2)
             MOVE "&FACTURA Factura: " TO WS-LiniaPlant(3)
             MOVE "&DEUTE Import pendent: " TO WS-LiniaPlant(4)
           END-IF.
           IF WS-LiniaPlant(1) EQUAL SPACES
             MOVE "&NOM" TO WS-LiniaPlant(1)
             MOVE "Benvolgut client, li comuniquem la notificacio"
               Num DELIMITED BY SIZE " " DELIMITED BY SIZE
               Poblacio DELIMITED BY SIZE INTO WS-LiniaActual
           END-IF.
           IF WS-LiniaActual(1:10) EQUAL "&RECOLLIDA"
             MOVE WS-LiniaActual(12:) TO WS-EtiquetaLinia
             MOVE SPACES TO WS-LiniaActual
             IF WS-RecordatoriTrobat EQUAL "S" AND
                (PuntRecordatori NOT EQUAL SPACES OR
                 HoraRecordatori NOT EQUAL SPACES)
               STRING WS-EtiquetaLinia DELIMITED BY "  " " "
                 DELIMITED BY SIZE PuntRecordatori DELIMITED BY "  "
                 " " DELIMITED BY SIZE HoraRecordatori DELIMITED BY
                 SIZE INTO WS-LiniaActual
             END-IF
           END-IF.
           IF WS-LiniaActual(1:6) EQUAL "&SALDO"
             MOVE WS-LiniaActual(8:) TO WS-EtiquetaLinia
             MOVE SPACES TO WS-LiniaActual
             IF WS-RecordatoriTrobat EQUAL "S" AND
                ImportPendentRecordatori > 0
               MOVE ImportPendentRecordatori TO ED-ImportPendent
               STRING WS-EtiquetaLinia DELIMITED BY "  " " "
                 DELIMITED BY SIZE ED-ImportPendent DELIMITED BY SIZE
                 INTO WS-LiniaActual
             END-IF
           END-IF.
           IF WS-LiniaActual(1:8) EQUAL "&FACTURA"
             MOVE WS-LiniaActual(10:) TO WS-EtiquetaLinia
             MOVE SPACES TO WS-LiniaActual
             IF WS-VencimentTrobat EQUAL "S"
               STRING WS-EtiquetaLinia DELIMITED BY "  " " "
                 DELIMITED BY SIZE NumeroFacturaVenc DELIMITED BY
                 SIZE " de " DELIMITED BY SIZE DataFacturaVenc
                 DELIMITED BY SIZE ", venciment " DELIMITED BY SIZE
                 WS-DataVencText DELIMITED BY SIZE INTO WS-LiniaActual
             END-IF
           END-IF.
           IF WS-LiniaActual(1:6) EQUAL "&DEUTE"
             MOVE WS-LiniaActual(8:) TO WS-EtiquetaLinia
             MOVE SPACES TO WS-LiniaActual
             IF WS-VencimentTrobat EQUAL "S"
               MOVE WS-ImportDeute TO ED-ImportPendent
               STRING WS-EtiquetaLinia DELIMITED BY "  " " "
                 DELIMITED BY SIZE ED-ImportPendent DELIMITED BY SIZE
                 INTO WS-LiniaActual
             END-IF
           END-IF.
           IF WS-LiniaActual(1:9) EQUAL "&DOCUMENT"
             MOVE WS-LiniaActual(11:) TO WS-EtiquetaLinia
             MOVE SPACES TO WS-LiniaActual
             IF WS-RecordatoriTrobat EQUAL "S" AND
                AvisDocumentRecordatori NOT EQUAL SPACES
               STRING WS-EtiquetaLinia DELIMITED BY "  " " "
                 DELIMITED BY SIZE AvisDocumentRecordatori DELIMITED
                 BY SIZE INTO WS-LiniaActual
             END-IF
           END-IF.

        EscriureCorreuOutbox.
           IF WS-SessioFormacio
             MOVE "S" TO WS-NotifEmesa
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-NomFitxerOutbox.
           STRING "OUTBOX\NOT" DELIMITED BY SIZE
             NumeroNotificacio DELIMITED BY SIZE ".TXT"
           IF WS-PlantillesObertes EQUAL "S"
             CLOSE FitxerPlantilles
           END-IF.
           IF WS-RecordatorisOberts EQUAL "S"
             CLOSE FitxerRecordatoris
           END-IF.
           IF WS-VencimentsOberts EQUAL "S"
             CLOSE FitxerVenciments
           END-IF.
           EXIT PROGRAM.
