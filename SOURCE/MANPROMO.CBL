       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulManteniPromocions.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FPROMO.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-PROMO.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerPromocions    PIC XX VALUE "00".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 Segur                    PIC X VALUE "N".
         77 WS-EsNova                PIC X VALUE "N".

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerPromocions.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN I-O FitxerPromocions.
           IF EstatFitxerPromocions NOT EQUAL "00"
             OPEN OUTPUT FitxerPromocions
             CLOSE FitxerPromocions
             OPEN I-O FitxerPromocions
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 2 0 23 80" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "Codi de Promocio: " LINE 4 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT CodiPromocio LINE 4 POSITION 30 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, PROMPT" NO BEEP.
           READ FitxerPromocions.
           IF EstatFitxerPromocions EQUAL "23"
             MOVE "S" TO WS-EsNova
             MOVE SPACES TO DescripcioPromocio
             MOVE 0 TO CodiViatgePromocio
             MOVE SPACES TO MajoristaPromocio
             MOVE 0 TO PercentPromocio
             MOVE 0 TO DiesAntelacioPromocio
             MOVE SPACES TO DataIniciPromocio
             MOVE SPACES TO DataFiPromocio
             MOVE 0 TO PlacesMaxPromocio
             MOVE 0 TO PlacesUsadesPromocio
             MOVE 0 TO ReservesPromocio
             MOVE 0 TO ImportDescPromocio
           ELSE
             MOVE "N" TO WS-EsNova
             DISPLAY "Reserves: " LINE 4 POSITION 40
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ReservesPromocio LINE 4 POSITION 50
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "Places: " LINE 4 POSITION 57
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY PlacesUsadesPromocio LINE 4 POSITION 65
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           DISPLAY "Descripcio: " LINE 6 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DescripcioPromocio LINE 6 POSITION 18
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT DescripcioPromocio LINE 6 POSITION 18 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           DISPLAY "Codi viatge (0 = tots): " LINE 7 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY CodiViatgePromocio LINE 7 POSITION 30
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT CodiViatgePromocio LINE 7 POSITION 30 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "Majorista (blanc = tots): " LINE 8 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY MajoristaPromocio LINE 8 POSITION 32
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT MajoristaPromocio LINE 8 POSITION 32 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           DISPLAY "% descompte sobre preu persona: " LINE 9
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY PercentPromocio LINE 9 POSITION 38
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT PercentPromocio LINE 9 POSITION 38 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           IF PercentPromocio > 100
             MOVE 100 TO PercentPromocio
           END-IF.
           DISPLAY "Dies minims d'antelacio a la sortida: " LINE 10
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DiesAntelacioPromocio LINE 10 POSITION 44
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT DiesAntelacioPromocio LINE 10 POSITION 44 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "Reserves des de (DD/MM/AAAA): " LINE 11
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DataIniciPromocio LINE 11 POSITION 36
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT DataIniciPromocio LINE 11 POSITION 36 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "fins (DD/MM/AAAA): " LINE 11 POSITION 48
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DataFiPromocio LINE 11 POSITION 68
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT DataFiPromocio LINE 11 POSITION 68 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "Places maximes (0 = sense limit): " LINE 12
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY PlacesMaxPromocio LINE 12 POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT PlacesMaxPromocio LINE 12 POSITION 40 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           IF WS-EsNova EQUAL "S"
             WRITE RegistrePromocio
           ELSE
             REWRITE RegistrePromocio
           END-IF.
           DISPLAY "Promocio grabada" LINE 14 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF WS-EsNova NOT EQUAL "S"
             DISPLAY "Vol Borrar aquesta Promocio (S/N)? " LINE 15
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Segur LINE 15 POSITION 42 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             IF Segur EQUAL "S"
               DELETE FitxerPromocions RECORD
             END-IF
           END-IF.
           ACCEPT Tecla NO BEEP.
           PERFORM Sortir.

        Sortir.
           CLOSE FitxerPromocions.
           EXIT PROGRAM.
