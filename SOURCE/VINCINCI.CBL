       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulVincleIncidents.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FINCID.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-INCID.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerIncidents     PIC XX VALUE "00".
         77 Tecla                    PIC X.
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 13.
         77 WS-NumeroTriat           PIC 9(3) VALUE 0.
         77 WS-DescripcioCurta       PIC X(45) VALUE SPACES.
         COPY SORTTANC.CPY.

        LINKAGE SECTION.
         COPY VINCINCI.CPY.

       PROCEDURE DIVISION USING PeticioVincleIncident.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerIncidents.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           MOVE 0 TO VI-IncidentsTrobats.
           MOVE 0 TO VI-IncidentVinculat.
           MOVE "D" TO ST-Operacio.
           MOVE VI-CodiViatge TO ST-CodiViatge.
           MOVE VI-DiaSortida TO ST-DiaSortida.
           MOVE VI-DataReserva TO ST-DataReserva.
           CALL "COMPTANC.COB" USING PeticioSortidaTancada.
           CANCEL "COMPTANC.COB".
           IF ST-DataSortida EQUAL 0
             EXIT PROGRAM
           END-IF.
           OPEN I-O FitxerIncidents.
           IF EstatFitxerIncidents NOT EQUAL "00"
             EXIT PROGRAM
           END-IF.
           MOVE 13 TO Fila.
           PERFORM PosicionarSortida.
           IF EstatFitxerIncidents EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM MostrarIncident UNTIL FiFitxer = "SI"
           END-IF.
           IF VI-IncidentsTrobats > 0
             PERFORM TriarIncident
           END-IF.
           CLOSE FitxerIncidents.
           PERFORM EsborrarLlista VARYING Fila FROM 12 BY 1
             UNTIL Fila > 22.
           EXIT PROGRAM.

        PosicionarSortida.
           MOVE VI-CodiViatge TO CodiViatgeIncident.
           MOVE ST-DataSortida TO DataSortidaIncident.
           MOVE 0 TO NumeroIncident.
           START FitxerIncidents KEY IS NOT LESS THAN ClauIncident.

        MostrarIncident.
           READ FitxerIncidents NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer EQUAL "SI"
             EXIT PARAGRAPH
           END-IF.
           IF CodiViatgeIncident NOT EQUAL VI-CodiViatge OR
              DataSortidaIncident NOT EQUAL ST-DataSortida
             MOVE "SI" TO FiFitxer
             EXIT PARAGRAPH
           END-IF.
           IF VI-IncidentsTrobats EQUAL 0
             DISPLAY "Incidents de la sortida:" LINE 12 POSITION 5
               CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
             DISPLAY VI-DiaSortida LINE 12 POSITION 30
               CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
           END-IF.
           ADD 1 TO VI-IncidentsTrobats.
           IF Fila > 20
             DISPLAY "Mes incidents... prem una tecla" LINE 21
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM EsborrarLlista VARYING Fila FROM 13 BY 1
               UNTIL Fila > 21
             MOVE 13 TO Fila
           END-IF.
           MOVE DescripcioIncident TO WS-DescripcioCurta.
           DISPLAY NumeroIncident LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY TipusIncident LINE Fila POSITION 9
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY GravetatIncident LINE Fila POSITION 14
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY PassatgersAfectats LINE Fila POSITION 16
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY CodiHotelIncident LINE Fila POSITION 20
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-DescripcioCurta LINE Fila POSITION 26
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ADD 1 TO Fila.

        TriarIncident.
           MOVE 0 TO WS-NumeroTriat.
           DISPLAY "Incident a vincular (0 = cap): " LINE 22
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-NumeroTriat LINE 22 POSITION 37 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           IF WS-NumeroTriat EQUAL 0
             EXIT PARAGRAPH
           END-IF.
           MOVE VI-CodiViatge TO CodiViatgeIncident.
           MOVE ST-DataSortida TO DataSortidaIncident.
           MOVE WS-NumeroTriat TO NumeroIncident.
           READ FitxerIncidents.
           IF EstatFitxerIncidents NOT EQUAL "00"
             DISPLAY "ERROR!!! Incident NO existeix" BEEP LINE 22
               POSITION 45 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PARAGRAPH
           END-IF.
           IF VI-Reclamacio
             MOVE VI-NumeroVincle TO NumeroReclamacioIncident
           ELSE
             MOVE VI-NumeroVincle TO NumeroSinistreIncident
           END-IF.
           REWRITE RegistreIncident.
           MOVE WS-NumeroTriat TO VI-IncidentVinculat.

        EsborrarLlista.
           DISPLAY SPACES LINE Fila POSITION 5.
