         COPY SESSIO-W.CPY.
         77 WS-UsuariMort            PIC X(15) VALUE SPACES.
         77 WS-NumLocksAlliberats    PIC 9(3) VALUE 0.
         77 WS-HoraMinuts            PIC 9(4) VALUE 0.
         77 WS-NumForaHorari         PIC 9(3) VALUE 0.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "SESSIONS ACTIVES" LINE 2 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "USUARI          DATA      HORA      OF. TERMINAL"
             LINE 4 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           ACCEPT WS-DataSistema FROM DATE YYYYMMDD.
           ACCEPT WS-HoraSistema FROM TIME.
           COMPUTE WS-HoraMinuts = WS-HoresSistema * 100 +
             WS-MinutsSistema.
           MOVE 0 TO WS-NumForaHorari.
           MOVE 6 TO Fila.
           MOVE SPACES TO NomUsuariSessioReg.
           START FitxerSessions KEY IS NOT LESS THAN
             MOVE "NO" TO FiFitxer
             PERFORM LlistarSessioViva UNTIL FiFitxer = "SI"
           END-IF.
           IF WS-NumForaHorari > 0
             DISPLAY "Sessions obertes FORA d'horari: " LINE 19
               POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
             DISPLAY WS-NumForaHorari LINE 19 POSITION 38
               CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
           END-IF.
           DISPLAY "Usuari a alliberar (blanc = cap): " LINE 20
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE SPACES TO WS-UsuariMort.
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY OficinaSessioReg LINE Fila POSITION 41
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY EstacioSessioReg LINE Fila POSITION 45
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               PERFORM ComprovarFiHorari
               ADD 1 TO Fila
               IF Fila > 18
                 ACCEPT Tecla NO BEEP
             END-IF
           END-IF.

        ComprovarFiHorari.
           IF HoraFiSessioReg NUMERIC AND HoraFiSessioReg > 0
             IF DataSessioReg < WS-DataSistema OR
                WS-HoraMinuts NOT LESS THAN HoraFiSessioReg
               DISPLAY "FORA HORARI" LINE Fila POSITION 61
                 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
               ADD 1 TO WS-NumForaHorari
             END-IF
           END-IF.

        AlliberarSessioMorta.
           MOVE 0 TO WS-NumLocksAlliberats.
           OPEN I-O FitxerBloquejos.
