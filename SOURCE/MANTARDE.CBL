       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulManteniTarifaDespeses.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FTARDE.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-TARDE.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerTarifaDespeses PIC XX VALUE "00".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 Segur                    PIC X VALUE "N".
         COPY SESSIO-W.CPY.
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 5.
         77 WS-TipusEntrat           PIC X VALUE SPACE.
         77 WS-DiesEntrats           PIC 9(3) VALUE 0.
         77 WS-ClauOK                PIC X VALUE "N".

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerTarifaDespeses.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           IF NOT WS-RolSessioAdministrador
             DISPLAY "ERROR!!! Nomes l'Administrador pot canviar"
               BEEP LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "la tarifa" LINE 11 POSITION 53
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           OPEN I-O FitxerTarifaDespeses.
           IF EstatFitxerTarifaDespeses NOT EQUAL "00"
             OPEN OUTPUT FitxerTarifaDespeses
             CLOSE FitxerTarifaDespeses
             OPEN I-O FitxerTarifaDespeses
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "TARIFA DE DESPESES DE MODIFICACIO" LINE 2
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Tipus (D)ata (P)laces (N)om (T)rasllat" LINE 3
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "T Dies  Fix   %" LINE 4 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE 5 TO Fila.
           MOVE "NO" TO FiFitxer.
           PERFORM MostrarBanda UNTIL FiFitxer = "SI".
           MOVE "N" TO WS-ClauOK.
           PERFORM DemanarClau UNTIL WS-ClauOK = "S".
           PERFORM EditarBanda UNTIL WS-TipusEntrat EQUAL SPACE.
           CLOSE FitxerTarifaDespeses.
           EXIT PROGRAM.

        MostrarBanda.
           READ FitxerTarifaDespeses NEXT RECORD, AT END MOVE "SI"
             TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             DISPLAY TipusCanviTarifa LINE Fila POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY DiesMinimsTarifa LINE Fila POSITION 7
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ImportFixTarifa LINE Fila POSITION 12
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY PercentTarifa LINE Fila POSITION 18
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ADD 1 TO Fila
             IF Fila > 14
               ACCEPT Tecla NO BEEP
               MOVE 5 TO Fila
             END-IF
           END-IF.

        DemanarClau.
           MOVE "S" TO WS-ClauOK.
           MOVE SPACE TO WS-TipusEntrat.
           MOVE 0 TO WS-DiesEntrats.
           DISPLAY "Tipus de canvi (blanc = acabar): " LINE 16
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-TipusEntrat LINE 16 POSITION 39 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF WS-TipusEntrat EQUAL SPACE
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-TipusEntrat TO TipusCanviTarifa.
           IF NOT TipusTarifaValid
             DISPLAY "ERROR!!! Tipus de canvi incorrecte" BEEP
               LINE 20 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             DISPLAY SPACES LINE 20 POSITION 5
             MOVE "N" TO WS-ClauOK
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Dies minims abans de la sortida: " LINE 16
             POSITION 42 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-DiesEntrats LINE 16 POSITION 76 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.

        EditarBanda.
           MOVE WS-TipusEntrat TO TipusCanviTarifa.
           MOVE WS-DiesEntrats TO DiesMinimsTarifa.
           READ FitxerTarifaDespeses.
           IF EstatFitxerTarifaDespeses EQUAL "00"
             DISPLAY "Actual: fix " LINE 17 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ImportFixTarifa LINE 17 POSITION 18
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "%" LINE 17 POSITION 25
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY PercentTarifa LINE 17 POSITION 27
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           ELSE
             MOVE 0 TO ImportFixTarifa
             MOVE 0 TO PercentTarifa
           END-IF.
           DISPLAY "Import fix: " LINE 18 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT ImportFixTarifa LINE 18 POSITION 18 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           DISPLAY "% sobre el preu (0-100): " LINE 18 POSITION 26
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT PercentTarifa LINE 18 POSITION 52 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           IF PercentTarifa > 100
             MOVE 100 TO PercentTarifa
           END-IF.
           IF EstatFitxerTarifaDespeses EQUAL "00"
             REWRITE RegistreTarifaDespesa
             DISPLAY "Vol Borrar la banda (S/N)? " LINE 19
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             MOVE "N" TO Segur
             ACCEPT Segur LINE 19 POSITION 33 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             IF Segur EQUAL "S"
               DELETE FitxerTarifaDespeses RECORD
             END-IF
           ELSE
             WRITE RegistreTarifaDespesa
           END-IF.
           DISPLAY "Banda grabada" LINE 20 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY SPACES LINE 17 POSITION 5.
           DISPLAY SPACES LINE 18 POSITION 5.
           DISPLAY SPACES LINE 19 POSITION 5.
           MOVE "N" TO WS-ClauOK.
           PERFORM DemanarClau UNTIL WS-ClauOK = "S".
           DISPLAY SPACES LINE 20 POSITION 5.
