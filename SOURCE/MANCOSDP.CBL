       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulManteniCostosDeparture.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FCOSDP.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-COSDP.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerCostosDeparture PIC XX VALUE "00".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 Segur                    PIC X VALUE "N".
         77 WS-TotalCostosFixos      PIC 9(8) VALUE 0.
         77 ED-Import                PIC ZZZZZZZ9.

        LINKAGE SECTION.
         77 CodiCostos               PIC 9(5).
         77 DataCostos               PIC X(10).

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION USING CodiCostos DataCostos.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerCostosDeparture.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN I-O FitxerCostosDeparture.
           IF EstatFitxerCostosDeparture NOT EQUAL "00"
             OPEN OUTPUT FitxerCostosDeparture
             CLOSE FitxerCostosDeparture
             OPEN I-O FitxerCostosDeparture
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT2.SCR 0 1 23 79" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           PERFORM Capcalera.
           PERFORM GravarCostos.
           PERFORM Sortir.

        Capcalera.
           DISPLAY BORRADO.
           DISPLAY "COSTOS FIXOS DEL VIATGE " LINE 2 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY CodiCostos LINE 2 POSITION 29
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "SORTIDA " LINE 2 POSITION 36
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY DataCostos LINE 2 POSITION 44
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".

        GravarCostos.
           MOVE CodiCostos TO CodiViatgeCost.
           MOVE DataCostos TO DataDeparturaCost.
           READ FitxerCostosDeparture.
           IF EstatFitxerCostosDeparture NOT EQUAL "00"
             MOVE 0 TO CostAutocarDeparture
             MOVE 0 TO HonorarisGuiaDeparture
             MOVE 0 TO HabitacioGuiaDeparture
             MOVE 0 TO AltresCostosDeparture
             MOVE SPACES TO ConcepteAltresCostos
             MOVE 0 TO DespesesGuiaReals
           END-IF.
           DISPLAY "Autocar / transport de grup: " LINE 5 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY CostAutocarDeparture LINE 5 POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT CostAutocarDeparture LINE 5 POSITION 40 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           DISPLAY "Honoraris del guia: " LINE 6 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY HonorarisGuiaDeparture LINE 6 POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT HonorarisGuiaDeparture LINE 6 POSITION 40 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           DISPLAY "Habitacio del guia: " LINE 7 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY HabitacioGuiaDeparture LINE 7 POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT HabitacioGuiaDeparture LINE 7 POSITION 40 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           DISPLAY "Altres costos fixos: " LINE 8 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY AltresCostosDeparture LINE 8 POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT AltresCostosDeparture LINE 8 POSITION 40 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           DISPLAY "Concepte altres costos: " LINE 9 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ConcepteAltresCostos LINE 9 POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT ConcepteAltresCostos LINE 9 POSITION 40 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP.
           COMPUTE WS-TotalCostosFixos = CostAutocarDeparture +
             HonorarisGuiaDeparture + HabitacioGuiaDeparture +
             AltresCostosDeparture.
           MOVE WS-TotalCostosFixos TO ED-Import.
           DISPLAY "Total costos fixos de la sortida: " LINE 11
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Import LINE 11 POSITION 40
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF DespesesGuiaReals > 0
             MOVE DespesesGuiaReals TO ED-Import
             DISPLAY "Despeses reals del guia liquidades: " LINE 12
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Import LINE 12 POSITION 40
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           MOVE CodiCostos TO CodiViatgeCost.
           MOVE DataCostos TO DataDeparturaCost.
           IF EstatFitxerCostosDeparture EQUAL "00"
             REWRITE RegistreCostDeparture
             DISPLAY "Vol Borrar aquests costos (S/N)? " LINE 13
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             MOVE "N" TO Segur
             ACCEPT Segur LINE 13 POSITION 40 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             IF Segur EQUAL "S"
               DELETE FitxerCostosDeparture RECORD
             END-IF
           ELSE
             WRITE RegistreCostDeparture
             ACCEPT Tecla NO BEEP
           END-IF.

        Sortir.
           CLOSE FitxerCostosDeparture.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "DEFAULT2.SCR 0 1 23 79" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           EXIT PROGRAM.
