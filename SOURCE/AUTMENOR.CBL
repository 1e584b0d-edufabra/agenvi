       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulAutoritzacioMenors.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FAUTME.CPY.
            COPY S-FCLIEN.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-AUTME.CPY.
          COPY FD-CLIEN.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerAutoritzacions PIC XX VALUE "00".
         77 EstatFitxerClients       PIC XX VALUE "00".
         77 Tecla                    PIC X.
         COPY SESSIO-W.CPY.
         77 Dia                      PIC 99.
         77 Mes                      PIC X(3).
         77 MesNumeric               PIC 99 VALUE 0.
         77 Comptador                PIC 99.
         77 WS-AutObert              PIC X VALUE "N".
         77 WS-ClientsObert          PIC X VALUE "N".
         77 WS-AutExisteix           PIC X VALUE "N".
         77 WS-HiHaAdult             PIC X VALUE "N".
         77 WS-TutorValid            PIC X VALUE "N".
         77 WS-IndexViatger          PIC 99 VALUE 0.
         77 WS-IndexTutor            PIC 99 VALUE 0.
         77 WS-DniTutorEntrat        PIC X(9) VALUE SPACES.
         77 WS-AnySortidaMenor       PIC 9(4) VALUE 0.
         77 WS-DiaNaix               PIC 99 VALUE 0.
         77 WS-MesNaix               PIC 99 VALUE 0.
         77 WS-AnyNaix               PIC 9(4) VALUE 0.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.
         01 TaulaM.
           02 FILLER PIC X(3) VALUE "GEN".
           02 FILLER PIC X(3) VALUE "FEB".
           02 FILLER PIC X(3) VALUE "MAR".
           02 FILLER PIC X(3) VALUE "ABR".
           02 FILLER PIC X(3) VALUE "MAI".
           02 FILLER PIC X(3) VALUE "JUN".
           02 FILLER PIC X(3) VALUE "JUL".
           02 FILLER PIC X(3) VALUE "AGO".
           02 FILLER PIC X(3) VALUE "SET".
           02 FILLER PIC X(3) VALUE "OCT".
           02 FILLER PIC X(3) VALUE "NOV".
           02 FILLER PIC X(3) VALUE "DES".
         01 TaulaMesos REDEFINES TaulaM.
           02 Mesos OCCURS 12 TIMES PIC X(3).

        LINKAGE SECTION.
         COPY AUTMENOR.CPY.

       PROCEDURE DIVISION USING PeticioAutoritzacioMenor.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerAutoritzacions, FitxerClients.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           MOVE 0 TO AM-MenorsPendents.
           IF AM-NumViatgers > 10
             MOVE 10 TO AM-NumViatgers
           END-IF.
           ACCEPT WS-DataSistema FROM DATE YYYYMMDD.
           MOVE 0 TO MesNumeric.
           UNSTRING AM-DiaSortida DELIMITED BY SPACE INTO Dia Mes.
           PERFORM AdivinarMes VARYING Comptador FROM 1 BY 1
             UNTIL Comptador > 12.
           MOVE WS-AnySistema TO WS-AnySortidaMenor.
           IF MesNumeric > 0 AND MesNumeric < WS-MesSistema
             ADD 1 TO WS-AnySortidaMenor
           END-IF.
           MOVE "N" TO WS-ClientsObert.
           OPEN INPUT FitxerClients.
           IF EstatFitxerClients EQUAL "00"
             MOVE "S" TO WS-ClientsObert
           END-IF.
           MOVE "N" TO WS-HiHaAdult.
           PERFORM CalcularEdat VARYING WS-IndexViatger FROM 1 BY 1
             UNTIL WS-IndexViatger > AM-NumViatgers.
           IF WS-ClientsObert EQUAL "S"
             CLOSE FitxerClients
           END-IF.
           MOVE "N" TO WS-AutObert.
           IF AM-Capturar
             OPEN I-O FitxerAutoritzacions
             IF EstatFitxerAutoritzacions NOT EQUAL "00"
               OPEN OUTPUT FitxerAutoritzacions
               CLOSE FitxerAutoritzacions
               OPEN I-O FitxerAutoritzacions
             END-IF
           ELSE
             OPEN INPUT FitxerAutoritzacions
           END-IF.
           IF EstatFitxerAutoritzacions EQUAL "00"
             MOVE "S" TO WS-AutObert
           END-IF.
           PERFORM ValorarMenor VARYING WS-IndexViatger FROM 1 BY 1
             UNTIL WS-IndexViatger > AM-NumViatgers.
           IF WS-AutObert EQUAL "S"
             CLOSE FitxerAutoritzacions
           END-IF.
           EXIT PROGRAM.

        AdivinarMes.
           IF Mesos (Comptador) = Mes
             MOVE Comptador TO MesNumeric
           END-IF.

        CalcularEdat.
           MOVE SPACE TO AM-EstatMenor(WS-IndexViatger).
           MOVE -1 TO AM-EdatViatger(WS-IndexViatger).
           IF WS-ClientsObert EQUAL "S" AND
              AM-DniViatger(WS-IndexViatger) NOT EQUAL SPACES
             MOVE AM-DniViatger(WS-IndexViatger) TO Dni
             READ FitxerClients
             IF EstatFitxerClients EQUAL "00" AND DataNaixement
                 NOT EQUAL SPACES
               MOVE 0 TO WS-AnyNaix
               MOVE 0 TO WS-MesNaix
               UNSTRING DataNaixement DELIMITED BY "/" INTO
                 WS-DiaNaix WS-MesNaix WS-AnyNaix
               IF WS-AnyNaix > 0
                 COMPUTE AM-EdatViatger(WS-IndexViatger) =
                   WS-AnySortidaMenor - WS-AnyNaix
                 IF MesNumeric < WS-MesNaix
                   SUBTRACT 1 FROM AM-EdatViatger(WS-IndexViatger)
                 END-IF
               END-IF
             END-IF
           END-IF.
           IF AM-EdatViatger(WS-IndexViatger) NOT LESS THAN 18
             MOVE "S" TO WS-HiHaAdult
           END-IF.

        ValorarMenor.
           IF AM-EdatViatger(WS-IndexViatger) < 0 OR
              AM-EdatViatger(WS-IndexViatger) > 17
             EXIT PARAGRAPH
           END-IF.
           MOVE "P" TO AM-EstatMenor(WS-IndexViatger).
           MOVE "N" TO WS-AutExisteix.
           IF WS-AutObert EQUAL "S"
             MOVE AM-NumeroReserva TO NumeroReservaAut
             MOVE AM-DniViatger(WS-IndexViatger) TO DniMenorAut
             READ FitxerAutoritzacions
             IF EstatFitxerAutoritzacions EQUAL "00"
               MOVE "S" TO WS-AutExisteix
               IF AutRegistrada
                 MOVE "A" TO AM-EstatMenor(WS-IndexViatger)
               END-IF
               IF AutTutorReserva
                 MOVE DniTutorAut TO WS-DniTutorEntrat
                 PERFORM ComprovarTutor
                 IF WS-TutorValid EQUAL "S"
                   MOVE "T" TO AM-EstatMenor(WS-IndexViatger)
                 END-IF
               END-IF
             END-IF
           END-IF.
           IF AM-Capturar AND WS-AutObert EQUAL "S" AND
              AM-MenorPendent(WS-IndexViatger)
             PERFORM CapturarAutoritzacio
           END-IF.
           IF AM-MenorPendent(WS-IndexViatger)
             ADD 1 TO AM-MenorsPendents
           END-IF.

        ComprovarTutor.
           MOVE "N" TO WS-TutorValid.
           PERFORM CercarTutor VARYING WS-IndexTutor FROM 1 BY 1
             UNTIL WS-IndexTutor > AM-NumViatgers.

        CercarTutor.
           IF AM-DniViatger(WS-IndexTutor) EQUAL WS-DniTutorEntrat AND
              AM-EdatViatger(WS-IndexTutor) NOT LESS THAN 18
             MOVE "S" TO WS-TutorValid
           END-IF.

        CapturarAutoritzacio.
           DISPLAY "Menor sense pare/mare/tutor declarat: " LINE 21
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY AM-DniViatger(WS-IndexViatger) LINE 21 POSITION 44
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE SPACES TO WS-DniTutorEntrat.
           MOVE "N" TO WS-TutorValid.
           IF WS-HiHaAdult EQUAL "S"
             DISPLAY "DNI pare/mare/tutor a la reserva (blanc = cap): "
               LINE 22 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-DniTutorEntrat LINE 22 POSITION 54 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             IF WS-DniTutorEntrat NOT EQUAL SPACES
               PERFORM ComprovarTutor
               IF WS-TutorValid NOT EQUAL "S"
                 DISPLAY "ERROR!!! No es un adult de la reserva" BEEP
                   LINE 23 POSITION 5 CONTROL
                   "FCOLOR=GREY, BCOLOR=WHITE"
                 ACCEPT Tecla NO BEEP
                 DISPLAY SPACES LINE 23 POSITION 5
               END-IF
             END-IF
             DISPLAY SPACES LINE 22 POSITION 5
           END-IF.
           IF WS-AutExisteix NOT EQUAL "S"
             MOVE SPACES TO AutoritatAut
             MOVE SPACES TO DataAutoritzacio
             MOVE SPACES TO ProgenitorAut
           END-IF.
           MOVE AM-NumeroReserva TO NumeroReservaAut.
           MOVE AM-DniViatger(WS-IndexViatger) TO DniMenorAut.
           IF WS-TutorValid EQUAL "S"
             MOVE "T" TO EstatAutoritzacio
             MOVE WS-DniTutorEntrat TO DniTutorAut
           ELSE
             MOVE SPACES TO DniTutorAut
             DISPLAY "Autoritat emissora: " LINE 22 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT AutoritatAut LINE 22 POSITION 26 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP
             DISPLAY "Data: " LINE 22 POSITION 57
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT DataAutoritzacio LINE 22 POSITION 63 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP
             DISPLAY "Progenitor que autoritza: " LINE 23 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT ProgenitorAut LINE 23 POSITION 32 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP
             IF AutoritatAut EQUAL SPACES OR DataAutoritzacio EQUAL
                SPACES OR ProgenitorAut EQUAL SPACES
               MOVE "P" TO EstatAutoritzacio
               DISPLAY SPACES LINE 23 POSITION 5
               DISPLAY "AVIS: Autoritzacio de viatge del menor PENDENT"
                 BEEP LINE 23 POSITION 5 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE"
               ACCEPT Tecla NO BEEP
             ELSE
               MOVE "A" TO EstatAutoritzacio
             END-IF
           END-IF.
           MOVE WS-NomUsuariSessio TO OperadorAut.
           IF WS-AutExisteix EQUAL "S"
             REWRITE RegistreAutoritzacio
           ELSE
             WRITE RegistreAutoritzacio
           END-IF.
           MOVE EstatAutoritzacio TO AM-EstatMenor(WS-IndexViatger).
           DISPLAY SPACES LINE 21 POSITION 5.
           DISPLAY SPACES LINE 22 POSITION 5.
           DISPLAY SPACES LINE 23 POSITION 5.
