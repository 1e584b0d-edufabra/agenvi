       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulInformeCostAllotjament.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FCATVI.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-CATVI.CPY.

        WORKING-STORAGE SECTION.
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 WS-CodiViatgeDemanat     PIC 9(5) VALUE 0.
         77 WS-DataSortidaDemanada   PIC X(10) VALUE SPACES.
         77 WS-Diferencia            PIC S9(7) VALUE 0.
         77 ED-Import                PIC ZZZZZZZZ9.
         77 ED-Places                PIC ZZZ9.
         77 ED-Nits                  PIC ZZ9.
         77 ED-Diferencia            PIC -ZZZZZZ9.
         COPY COSTHOT.CPY.
         01 WS-DataSistema           PIC 9(8).

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 CatalegViatges.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN INPUT CatalegViatges.
           IF EstatCatalegViatges NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Viatges NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT2.SCR 0 1 23 79" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "Codi del Viatge: " LINE 1 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-CodiViatgeDemanat LINE 1 POSITION 32 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, PROMPT" NO BEEP.
           MOVE WS-CodiViatgeDemanat TO CodiViatge.
           READ CatalegViatges.
           IF EstatCatalegViatges NOT EQUAL "00"
             DISPLAY "ERROR!!! Viatge NO existeix" BEEP LINE 11
               POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           DISPLAY Titol LINE 1 POSITION 38
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Data de sortida (DD MES): " LINE 2 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-DataSortidaDemanada LINE 2 POSITION 32 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           DISPLAY "COST D'ALLOTJAMENT SEGONS TARIFES CONTRACTADES"
             LINE 4 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Nit Data        Hotel  Ciutat                  Cost"
             LINE 6 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY " Observ.     " LINE 6 POSITION 60
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE WS-CodiViatgeDemanat TO CH-CodiViatge.
           MOVE WS-DataSortidaDemanada TO CH-DiaSortida.
           MOVE WS-DataSistema TO CH-DataReferencia.
           MOVE "S" TO CH-MostrarDetall.
           CALL "CALCCOSH.COB" USING PeticioCostHotel.
           CANCEL "CALCCOSH.COB".
           PERFORM MostrarResum.
           ACCEPT Tecla NO BEEP.
           PERFORM Sortir.

        MostrarResum.
           IF CH-SenseContingent OR CH-ViatgeInexistent
             DISPLAY "Sortida sense contingent d'hotel" BEEP LINE 20
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             EXIT PARAGRAPH
           END-IF.
           IF CH-SenseTarifa
             DISPLAY "Cap tarifa contractada per a aquestes nits" BEEP
               LINE 20 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             EXIT PARAGRAPH
           END-IF.
           MOVE CH-CostAllotjament TO ED-Import.
           DISPLAY "Total:" LINE 20 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Import LINE 20 POSITION 12
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE CH-PlacesAllotjades TO ED-Places.
           DISPLAY "Places:" LINE 20 POSITION 23
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Places LINE 20 POSITION 31
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE CH-CostPersona TO ED-Import.
           DISPLAY "Per persona:" LINE 20 POSITION 37
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Import LINE 20 POSITION 50
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           COMPUTE WS-Diferencia = CostNetPersona - CH-CostPersona.
           MOVE CostNetPersona TO ED-Import.
           MOVE WS-Diferencia TO ED-Diferencia.
           DISPLAY "Cost net pla del cataleg:" LINE 21 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 21 POSITION 31
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Diferencia:" LINE 21 POSITION 42
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Diferencia LINE 21 POSITION 54
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF CH-CostParcial
             MOVE CH-NitsSenseTarifa TO ED-Nits
             DISPLAY "AVIS: nits sense tarifa:" BEEP LINE 22
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Nits LINE 22 POSITION 30
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.

        Sortir.
           CLOSE CatalegViatges.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "DEFAULT2.SCR 0 1 23 79" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           EXIT PROGRAM.
