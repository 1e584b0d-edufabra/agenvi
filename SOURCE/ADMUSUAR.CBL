         77 WS-RolNou                PIC X VALUE SPACE.
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 6.
         77 WS-IndexEstacio          PIC 9 VALUE 0.
         77 WS-IndexDia              PIC 9 VALUE 0.
         77 WS-PosicioCamp           PIC 99 VALUE 0.
         77 WS-FilaCamp              PIC 99 VALUE 0.
         01 WS-TaulaNomsDies.
           02 FILLER                 PIC X(14) VALUE "DlDtDcDjDvDsDg".
         01 WS-TaulaNomsDiesR REDEFINES WS-TaulaNomsDies.
           02 WS-NomDia              OCCURS 7 TIMES PIC XX.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "ESTAT" LINE 4 POSITION 45
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "RESTRICCIONS" LINE 4 POSITION 57
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE 6 TO Fila.
           MOVE "NO" TO FiFitxer.
           PERFORM LlistarUnUsuari UNTIL FiFitxer = "SI".
               DISPLAY "ACTIU" LINE Fila POSITION 45
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             END-IF
             IF EstacionsPermeses NOT EQUAL SPACES
               DISPLAY "TERM." LINE Fila POSITION 57
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             END-IF
             IF HorariRestringit
               DISPLAY "HORARI" LINE Fila POSITION 63
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             END-IF
             ADD 1 TO Fila
             IF Fila > 14
               ACCEPT Tecla NO BEEP
        ProcesAdministracio.
           DISPLAY "(A)lta (R)ol (P)assword (D)esactivar (E)activar"
             LINE 16 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "(T)erminals (H)orari (S)ortir: " LINE 17
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-ModeOperacio LINE 17 POSITION 37 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF WS-ModeOperacio EQUAL "A"
             PERFORM AltaUsuari
           END-IF.
           IF WS-ModeOperacio EQUAL "R" OR WS-ModeOperacio EQUAL "P"
              OR WS-ModeOperacio EQUAL "D" OR WS-ModeOperacio
              EQUAL "E" OR WS-ModeOperacio EQUAL "T" OR
              WS-ModeOperacio EQUAL "H"
             PERFORM ModificarUsuari
           END-IF.

             MOVE WS-RolNou TO Rol
             MOVE "01/01/1990" TO DataCanviPassword
             MOVE SPACE TO EstatUsuari
             MOVE SPACES TO EstacionsPermeses
             MOVE SPACE TO ControlHorari
             MOVE ZEROS TO FranjesHoraries
             WRITE Clau
             DISPLAY "Usuari donat d'alta (password caducada per"
               LINE 21 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               MOVE SPACE TO EstatUsuari
               DISPLAY "Usuari REACTIVAT" LINE 19 POSITION 5
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             WHEN "T"
               PERFORM EntrarTerminals
             WHEN "H"
               PERFORM EntrarHorari
           END-EVALUATE.
           REWRITE Clau.
           ACCEPT Tecla NO BEEP.

        EntrarTerminals.
           DISPLAY "Terminals permesos (tots en blanc = qualsevol):"
             LINE 19 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           PERFORM EntrarTerminal VARYING WS-IndexEstacio FROM 1 BY 1
             UNTIL WS-IndexEstacio > 4.

        EntrarTerminal.
           COMPUTE WS-PosicioCamp = (WS-IndexEstacio - 1) * 16 + 5.
           DISPLAY EstacioPermesa(WS-IndexEstacio) LINE 20
             POSITION WS-PosicioCamp
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT EstacioPermesa(WS-IndexEstacio) LINE 20
             POSITION WS-PosicioCamp
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.

        EntrarHorari.
           IF NOT HorariRestringit
             MOVE "N" TO ControlHorari
           END-IF.
           DISPLAY "Horari restringit (S/N): " LINE 19 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ControlHorari LINE 19 POSITION 31
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT ControlHorari LINE 19 POSITION 31 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF HorariRestringit
             DISPLAY "(HHMM-HHMM, 0000-0000 = dia sense acces)" LINE 19
               POSITION 34 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             PERFORM EntrarFranjaDia VARYING WS-IndexDia FROM 1 BY 1
               UNTIL WS-IndexDia > 7
           ELSE
             MOVE SPACE TO ControlHorari
           END-IF.

        EntrarFranjaDia.
           IF HoraIniciPermesa(WS-IndexDia) NOT NUMERIC
             MOVE 0 TO HoraIniciPermesa(WS-IndexDia)
           END-IF.
           IF HoraFiPermesa(WS-IndexDia) NOT NUMERIC
             MOVE 0 TO HoraFiPermesa(WS-IndexDia)
           END-IF.
           IF WS-IndexDia < 5
             MOVE 20 TO WS-FilaCamp
             COMPUTE WS-PosicioCamp = (WS-IndexDia - 1) * 16 + 5
           ELSE
             MOVE 21 TO WS-FilaCamp
             COMPUTE WS-PosicioCamp = (WS-IndexDia - 5) * 16 + 5
           END-IF.
           DISPLAY WS-NomDia(WS-IndexDia) LINE WS-FilaCamp
             POSITION WS-PosicioCamp
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ADD 3 TO WS-PosicioCamp.
           DISPLAY HoraIniciPermesa(WS-IndexDia) LINE WS-FilaCamp
             POSITION WS-PosicioCamp
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT HoraIniciPermesa(WS-IndexDia) LINE WS-FilaCamp
             POSITION WS-PosicioCamp
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           ADD 4 TO WS-PosicioCamp.
           DISPLAY "-" LINE WS-FilaCamp POSITION WS-PosicioCamp
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ADD 1 TO WS-PosicioCamp.
           DISPLAY HoraFiPermesa(WS-IndexDia) LINE WS-FilaCamp
             POSITION WS-PosicioCamp
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT HoraFiPermesa(WS-IndexDia) LINE WS-FilaCamp
             POSITION WS-PosicioCamp
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.

        Sortir.
           CLOSE FitxerPassword.
           EXIT PROGRAM.
