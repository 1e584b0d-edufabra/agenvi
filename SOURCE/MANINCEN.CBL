       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulManteniIncentius.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FINCEN.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-INCEN.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerIncentius     PIC XX VALUE "00".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 Segur                    PIC X VALUE "N".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 8.
         77 WS-PeriodeTaula          PIC 9(6) VALUE 0.
         77 WS-TramEdicio            PIC 9(2) VALUE 0.
         77 WS-BaseTaula             PIC X VALUE SPACE.
         77 ED-Llindar               PIC ZZZZZZZZ9.
         77 ED-Percent               PIC Z9.99.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerIncentius.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN I-O FitxerIncentius.
           IF EstatFitxerIncentius NOT EQUAL "00"
             OPEN OUTPUT FitxerIncentius
             CLOSE FitxerIncentius
             OPEN I-O FitxerIncentius
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 2 0 23 80" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY BORRADO.
           DISPLAY "TAULA D'INCENTIUS DE VENDA" LINE 2 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Vigent des del periode (AAAAMM): " LINE 4
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-PeriodeTaula LINE 4 POSITION 39 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           IF WS-PeriodeTaula EQUAL 0
             PERFORM Sortir
           END-IF.
           PERFORM MostrarTrams.
           MOVE 1 TO WS-TramEdicio.
           PERFORM EditarTram UNTIL WS-TramEdicio EQUAL 0.
           PERFORM Sortir.

        Capcalera.
           DISPLAY "TRAM BASE     LLINDAR   % TRAM  % ASSEG.  % EXCUR."
             LINE 6 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Base: V=Vendes M=Marge (preu - cost net)" LINE 7
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".

        MostrarTrams.
           PERFORM Capcalera.
           MOVE 8 TO Fila.
           MOVE SPACE TO WS-BaseTaula.
           MOVE WS-PeriodeTaula TO PeriodeIncentiu.
           MOVE 0 TO TramIncentiu.
           START FitxerIncentius KEY IS NOT LESS THAN ClauIncentiu.
           IF EstatFitxerIncentius EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM MostrarUnTram UNTIL FiFitxer = "SI"
           END-IF.

        MostrarUnTram.
           READ FitxerIncentius NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF PeriodeIncentiu NOT EQUAL WS-PeriodeTaula
               MOVE "SI" TO FiFitxer
             ELSE
               IF WS-BaseTaula EQUAL SPACE
                 MOVE BaseIncentiu TO WS-BaseTaula
               END-IF
               DISPLAY TramIncentiu LINE Fila POSITION 6
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY BaseIncentiu LINE Fila POSITION 12
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               MOVE LlindarIncentiu TO ED-Llindar
               DISPLAY ED-Llindar LINE Fila POSITION 15
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               MOVE PercentIncentiu TO ED-Percent
               DISPLAY ED-Percent LINE Fila POSITION 28
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               MOVE PercentAssegIncentiu TO ED-Percent
               DISPLAY ED-Percent LINE Fila POSITION 37
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               MOVE PercentExcurIncentiu TO ED-Percent
               DISPLAY ED-Percent LINE Fila POSITION 47
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               ADD 1 TO Fila
               IF Fila > 16
                 ACCEPT Tecla NO BEEP
                 MOVE 8 TO Fila
               END-IF
             END-IF
           END-IF.

        EditarTram.
           DISPLAY "Tram (0 = acabar): " LINE 18 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE 0 TO WS-TramEdicio.
           ACCEPT WS-TramEdicio LINE 18 POSITION 25 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, PROMPT" NO BEEP.
           IF WS-TramEdicio NOT EQUAL 0
             PERFORM GravarTram
             DISPLAY BORRADO
             DISPLAY "TAULA D'INCENTIUS DE VENDA" LINE 2 POSITION 5
               CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
             DISPLAY "Vigent des del periode (AAAAMM): " LINE 4
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY WS-PeriodeTaula LINE 4 POSITION 39
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             PERFORM MostrarTrams
           END-IF.

        GravarTram.
           MOVE WS-PeriodeTaula TO PeriodeIncentiu.
           MOVE WS-TramEdicio TO TramIncentiu.
           READ FitxerIncentius.
           IF EstatFitxerIncentius NOT EQUAL "00"
             MOVE WS-BaseTaula TO BaseIncentiu
             MOVE 0 TO LlindarIncentiu
             MOVE 0 TO PercentIncentiu
             MOVE 0 TO PercentAssegIncentiu
             MOVE 0 TO PercentExcurIncentiu
           END-IF.
           DISPLAY "Base (V/M): " LINE 19 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY BaseIncentiu LINE 19 POSITION 18
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF WS-BaseTaula EQUAL SPACE
             ACCEPT BaseIncentiu LINE 19 POSITION 18 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
           ELSE
             MOVE WS-BaseTaula TO BaseIncentiu
           END-IF.
           DISPLAY "Llindar: " LINE 19 POSITION 22
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY LlindarIncentiu LINE 19 POSITION 32
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT LlindarIncentiu LINE 19 POSITION 32 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "% sobre l'excedent del llindar: " LINE 20
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY PercentIncentiu LINE 20 POSITION 38
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT PercentIncentiu LINE 20 POSITION 38 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "% assegur.: " LINE 21 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY PercentAssegIncentiu LINE 21 POSITION 18
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT PercentAssegIncentiu LINE 21 POSITION 18 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "% excursions: " LINE 21 POSITION 25
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY PercentExcurIncentiu LINE 21 POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT PercentExcurIncentiu LINE 21 POSITION 40 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           IF NOT IncentiuSobreVendes AND NOT IncentiuSobreMarge
             DISPLAY "ERROR!!! Base incorrecta (V/M)" BEEP
               LINE 22 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
           ELSE
             IF EstatFitxerIncentius EQUAL "00"
               REWRITE RegistreIncentiu
               DISPLAY "Vol Borrar aquest tram (S/N)? " LINE 22
                 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               MOVE "N" TO Segur
               ACCEPT Segur LINE 22 POSITION 37 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
               IF Segur EQUAL "S"
                 DELETE FitxerIncentius RECORD
               END-IF
             ELSE
               WRITE RegistreIncentiu
             END-IF
           END-IF.

        Sortir.
           CLOSE FitxerIncentius.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 2 0 23 80" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           EXIT PROGRAM.
