       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulInformeConsentiments.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FCONSE.CPY.
            COPY S-FCLIEN.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-CONSE.CPY.
          COPY FD-CLIEN.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerConsentiments PIC XX VALUE "00".
         77 EstatFitxerClients       PIC XX VALUE "00".
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
            VALUE "CONSENTIMENTS PUBLICITAT".
         77 WS-DniCercat             PIC X(9) VALUE SPACES.
         77 WS-DniAnterior           PIC X(9) VALUE SPACES.
         77 WS-NumTrobats            PIC 9(5) VALUE 0.
         77 WS-TextCanal             PIC X(6) VALUE SPACES.
         77 WS-TextOpcio             PIC X(8) VALUE SPACES.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerConsentiments, FitxerClients.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN INPUT FitxerConsentiments.
           IF EstatFitxerConsentiments NOT EQUAL "00"
             DISPLAY "Cap consentiment registrat" BEEP LINE 11
               POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           OPEN INPUT FitxerClients.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "DNI del client (blanc = tots): " LINE 1
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-DniCercat LINE 1 POSITION 37 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, PROMPT" NO BEEP.
           PERFORM DemanarSortida.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           PERFORM Capcalera.
           MOVE SPACES TO WS-DniAnterior.
           MOVE WS-DniCercat TO DniConsentiment.
           MOVE SPACE TO CanalConsentiment.
           MOVE 0 TO SequenciaConsentiment.
           START FitxerConsentiments KEY IS GREATER THAN
             ClauConsentiment.
           IF EstatFitxerConsentiments EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM LlistarConsentiment UNTIL FiFitxer = "SI"
           END-IF.
           DISPLAY "Registres trobats: " LINE 21 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-NumTrobats LINE 21 POSITION 25
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
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
             DISPLAY "Nom del fitxer: " LINE 24
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-NomFitxerSortida LINE 24 POSITION 35
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             OPEN OUTPUT FitxerSortida
           END-IF.

        Capcalera.
           DISPLAY "HISTORIAL DE CONSENTIMENTS DE PUBLICITAT" LINE 3
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "CANAL  OPCIO    DATA       HORA     OPERADOR"
             LINE 5 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "        OR DETALL" LINE 5 POSITION 49
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE "HISTORIAL DE CONSENTIMENTS DE PUBLICITAT" TO
               LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "CANAL  OPCIO    DATA       HORA     OPERADOR"
               DELIMITED BY SIZE "        ORIGEN DETALL" DELIMITED
               BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE 6 TO Fila.

        LlistarConsentiment.
           READ FitxerConsentiments NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF WS-DniCercat NOT EQUAL SPACES AND
                DniConsentiment NOT EQUAL WS-DniCercat
               MOVE "SI" TO FiFitxer
             ELSE
               IF DniConsentiment NOT EQUAL WS-DniAnterior
                 PERFORM EscriureClient
               END-IF
               PERFORM EscriureConsentiment
             END-IF
           END-IF.

        EscriureClient.
           MOVE DniConsentiment TO WS-DniAnterior.
           MOVE DniConsentiment TO Dni.
           READ FitxerClients.
           IF EstatFitxerClients NOT EQUAL "00"
             MOVE SPACES TO Nom
             MOVE SPACES TO CNom1
           END-IF.
           DISPLAY DniConsentiment LINE Fila POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY Nom LINE Fila POSITION 16
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY CNom1 LINE Fila POSITION 38
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING DniConsentiment DELIMITED BY SIZE " " DELIMITED
               BY SIZE Nom DELIMITED BY "  " " " DELIMITED BY SIZE
               CNom1 DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           PERFORM AvancarFila.

        EscriureConsentiment.
           ADD 1 TO WS-NumTrobats.
           EVALUATE TRUE
             WHEN CanalCorreuPostal MOVE "POSTAL" TO WS-TextCanal
             WHEN CanalCorreuElectronic MOVE "E-MAIL" TO WS-TextCanal
             WHEN CanalSMS MOVE "SMS" TO WS-TextCanal
             WHEN OTHER MOVE CanalConsentiment TO WS-TextCanal
           END-EVALUATE.
           IF ConsentimentAtorgat
             MOVE "ACCEPTA" TO WS-TextOpcio
           ELSE
             MOVE "REBUTJA" TO WS-TextOpcio
           END-IF.
           DISPLAY WS-TextCanal LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-TextOpcio LINE Fila POSITION 12
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DataConsentiment LINE Fila POSITION 21
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY HoraConsentiment LINE Fila POSITION 32
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY OperadorConsentiment LINE Fila POSITION 41
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY OrigenConsentiment LINE Fila POSITION 57
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DetallConsentiment(1:15) LINE Fila POSITION 60
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING WS-TextCanal DELIMITED BY SIZE " " DELIMITED BY
               SIZE WS-TextOpcio DELIMITED BY SIZE " " DELIMITED BY
               SIZE DataConsentiment DELIMITED BY SIZE " " DELIMITED
               BY SIZE HoraConsentiment DELIMITED BY SIZE " "
               DELIMITED BY SIZE OperadorConsentiment DELIMITED BY
               SIZE " " DELIMITED BY SIZE OrigenConsentiment
               DELIMITED BY SIZE "     " DELIMITED BY SIZE
               DetallConsentiment DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           PERFORM AvancarFila.

        AvancarFila.
           ADD 1 TO Fila.
           IF Fila > 19
             ACCEPT Tecla NO BEEP
             MOVE 6 TO Fila
           END-IF.

        Sortir.
           CLOSE FitxerConsentiments.
           CLOSE FitxerClients.
           EXIT PROGRAM.
