       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulManteniConsentiments.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FCONSE.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-CONSE.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerConsentiments PIC XX VALUE "00".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 Fila                     PIC 99 VALUE 6.
         77 FiFitxer                 PIC XX VALUE "NO".
         77 WS-CanalEdicio           PIC X VALUE SPACE.
         77 WS-OpcioEdicio           PIC X VALUE SPACE.
         77 WS-OrigenEdicio          PIC XX VALUE SPACES.
         77 WS-DetallEdicio          PIC X(30) VALUE SPACES.
         77 WS-UltimaSequencia       PIC 9(4) VALUE 0.
         77 WS-EstatPostal           PIC X(10) VALUE SPACES.
         77 WS-EstatEmail            PIC X(10) VALUE SPACES.
         77 WS-EstatSMS              PIC X(10) VALUE SPACES.
         77 WS-TextEstat             PIC X(10) VALUE SPACES.
         COPY SESSIO-W.CPY.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.
         01 WS-HoraSistema           PIC 9(8).
         01 WS-HoraSistemaR REDEFINES WS-HoraSistema.
           02 WS-HoresSistema        PIC 99.
           02 WS-MinutsSistema       PIC 99.
           02 WS-SegonsSistema       PIC 99.
           02 WS-Centesimes          PIC 99.

        LINKAGE SECTION.
         77 DniConsentit             PIC X(9).

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION USING DniConsentit.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerConsentiments.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN I-O FitxerConsentiments.
           IF EstatFitxerConsentiments NOT EQUAL "00"
             OPEN OUTPUT FitxerConsentiments
             CLOSE FitxerConsentiments
             OPEN I-O FitxerConsentiments
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT2.SCR 0 1 23 79" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           PERFORM Capcalera.
           PERFORM MostrarHistorial.
           MOVE "X" TO WS-CanalEdicio.
           PERFORM EditarConsentiment UNTIL WS-CanalEdicio EQUAL
             SPACE.
           PERFORM Sortir.

        Capcalera.
           DISPLAY BORRADO.
           DISPLAY "CONSENTIMENTS DE PUBLICITAT DEL CLIENT " LINE 2
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY DniConsentit LINE 2 POSITION 44
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "C S/N DATA       HORA     OPERADOR        OR"
             LINE 4 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY " DETALL" LINE 4 POSITION 49
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".

        MostrarHistorial.
           MOVE 6 TO Fila.
           MOVE "SENSE" TO WS-EstatPostal.
           MOVE "SENSE" TO WS-EstatEmail.
           MOVE "SENSE" TO WS-EstatSMS.
           MOVE DniConsentit TO DniConsentiment.
           MOVE SPACE TO CanalConsentiment.
           MOVE 0 TO SequenciaConsentiment.
           START FitxerConsentiments KEY IS GREATER THAN
             ClauConsentiment.
           IF EstatFitxerConsentiments EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM MostrarUnConsentiment UNTIL FiFitxer = "SI"
           END-IF.
           DISPLAY "Postal: " LINE 14 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-EstatPostal LINE 14 POSITION 13
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "E-mail: " LINE 14 POSITION 26
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-EstatEmail LINE 14 POSITION 34
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "SMS: " LINE 14 POSITION 47
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-EstatSMS LINE 14 POSITION 52
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".

        MostrarUnConsentiment.
           READ FitxerConsentiments NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF DniConsentiment NOT EQUAL DniConsentit
               MOVE "SI" TO FiFitxer
             ELSE
               IF ConsentimentAtorgat
                 MOVE "ACCEPTAT" TO WS-TextEstat
               ELSE
                 MOVE "REBUTJAT" TO WS-TextEstat
               END-IF
               IF CanalCorreuPostal
                 MOVE WS-TextEstat TO WS-EstatPostal
               END-IF
               IF CanalCorreuElectronic
                 MOVE WS-TextEstat TO WS-EstatEmail
               END-IF
               IF CanalSMS
                 MOVE WS-TextEstat TO WS-EstatSMS
               END-IF
               DISPLAY CanalConsentiment LINE Fila POSITION 5
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY OpcioConsentiment LINE Fila POSITION 7
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY DataConsentiment LINE Fila POSITION 11
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY HoraConsentiment LINE Fila POSITION 22
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY OperadorConsentiment LINE Fila POSITION 31
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY OrigenConsentiment LINE Fila POSITION 47
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY DetallConsentiment(1:25) LINE Fila POSITION 50
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               ADD 1 TO Fila
               IF Fila > 12
                 ACCEPT Tecla NO BEEP
                 MOVE 6 TO Fila
               END-IF
             END-IF
           END-IF.

        EditarConsentiment.
           DISPLAY "Canal (P)ostal (E)-mail (S)MS, blanc = acabar: "
             LINE 16 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE SPACE TO WS-CanalEdicio.
           ACCEPT WS-CanalEdicio LINE 16 POSITION 54 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF WS-CanalEdicio EQUAL "P" OR WS-CanalEdicio EQUAL "E" OR
              WS-CanalEdicio EQUAL "S"
             PERFORM GravarConsentiment
             PERFORM Capcalera
             PERFORM MostrarHistorial
           ELSE
             MOVE SPACE TO WS-CanalEdicio
           END-IF.

        GravarConsentiment.
           DISPLAY "Accepta rebre publicitat (S/N): " LINE 17
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE "N" TO WS-OpcioEdicio.
           ACCEPT WS-OpcioEdicio LINE 17 POSITION 38 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF WS-OpcioEdicio NOT EQUAL "S"
             MOVE "N" TO WS-OpcioEdicio
           END-IF.
           DISPLAY "Obtingut per (FS)formulari signat (WB)web "
             LINE 18 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "(TF)telefon (CE)correu (PR)presencial: " LINE 19
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE SPACES TO WS-OrigenEdicio.
           ACCEPT WS-OrigenEdicio LINE 19 POSITION 45 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF WS-OrigenEdicio NOT EQUAL "FS" AND
              WS-OrigenEdicio NOT EQUAL "WB" AND
              WS-OrigenEdicio NOT EQUAL "TF" AND
              WS-OrigenEdicio NOT EQUAL "CE"
             MOVE "PR" TO WS-OrigenEdicio
           END-IF.
           DISPLAY "Detall / referencia: " LINE 20 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE SPACES TO WS-DetallEdicio.
           ACCEPT WS-DetallEdicio LINE 20 POSITION 27 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           PERFORM CercarUltimaSequencia.
           ACCEPT WS-DataSistema FROM DATE YYYYMMDD.
           ACCEPT WS-HoraSistema FROM TIME.
           MOVE DniConsentit TO DniConsentiment.
           MOVE WS-CanalEdicio TO CanalConsentiment.
           COMPUTE SequenciaConsentiment = WS-UltimaSequencia + 1.
           MOVE WS-OpcioEdicio TO OpcioConsentiment.
           MOVE SPACES TO DataConsentiment.
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnySistema DELIMITED BY SIZE INTO
             DataConsentiment.
           MOVE SPACES TO HoraConsentiment.
           STRING WS-HoresSistema DELIMITED BY SIZE ":" DELIMITED BY
             SIZE WS-MinutsSistema DELIMITED BY SIZE ":" DELIMITED
             BY SIZE WS-SegonsSistema DELIMITED BY SIZE INTO
             HoraConsentiment.
           MOVE WS-NomUsuariSessio TO OperadorConsentiment.
           MOVE WS-OrigenEdicio TO OrigenConsentiment.
           MOVE WS-DetallEdicio TO DetallConsentiment.
           WRITE RegistreConsentiment.

        CercarUltimaSequencia.
           MOVE 0 TO WS-UltimaSequencia.
           MOVE DniConsentit TO DniConsentiment.
           MOVE WS-CanalEdicio TO CanalConsentiment.
           MOVE 0 TO SequenciaConsentiment.
           START FitxerConsentiments KEY IS GREATER THAN
             ClauConsentiment.
           IF EstatFitxerConsentiments EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM LlegirSequencia UNTIL FiFitxer = "SI"
           END-IF.

        LlegirSequencia.
           READ FitxerConsentiments NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF DniConsentiment NOT EQUAL DniConsentit OR
                CanalConsentiment NOT EQUAL WS-CanalEdicio
               MOVE "SI" TO FiFitxer
             ELSE
               MOVE SequenciaConsentiment TO WS-UltimaSequencia
             END-IF
           END-IF.

        Sortir.
           CLOSE FitxerConsentiments.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "DEFAULT2.SCR 0 1 23 79" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           EXIT PROGRAM.
