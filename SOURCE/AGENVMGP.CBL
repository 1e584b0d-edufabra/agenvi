          77 WS-ClauXifrada      PIC X(5) VALUE SPACES.
          77 WS-PasswordFitxer   PIC X(5) VALUE SPACES.
          77 VolCanviar           PIC X VALUE "N".
          77 WS-EstacioTreball    PIC X(15) VALUE SPACES.
          77 WS-EstacioTrobada    PIC X VALUE "N".
          77 WS-IndexEstacio      PIC 9 VALUE 0.
          77 WS-DiaSetmana        PIC 9 VALUE 0.
          77 WS-HoraMinuts        PIC 9(4) VALUE 0.
          77 WS-HoraFiSessio      PIC 9(4) VALUE 0.
          77 WS-AccioFormacio     PIC X VALUE SPACE.
          77 WS-ResultatFormacio  PIC XX VALUE "NO".
          77 WS-DirectoriFormacio PIC X(80) VALUE SPACES.
          77 WS-RespostaFormacio  PIC X VALUE "N".
          COPY SESSIO-W.CPY.
          01 WS-DataSistema      PIC 9(8).
          01 WS-DataSistemaR REDEFINES WS-DataSistema.
              CLOSE FitxerAuditoria
              OPEN EXTEND FitxerAuditoria
            END-IF.
            MOVE SPACES TO WS-EstacioTreball.
            ACCEPT WS-EstacioTreball FROM ENVIRONMENT "COMPUTERNAME".
            IF Parametre = "CL" THEN PERFORM Entrar-Claus.
            IF EstatFitxerPassword = 00 PERFORM Preguntar-Claus.
            CLOSE FitxerAuditoria.
            MOVE NomUsuari TO WS-NomUsuariSessio.
            PERFORM DemanarOficina.
            PERFORM RegistrarSessioViva.
            PERFORM DemanarModeFormacio.
            IF RolAdministrador OR RolEmpleat OR RolConsulta
              MOVE "SI" TO Acces
            ELSE
              DELIMITED BY SIZE WS-SegonsSistema DELIMITED BY SIZE
              INTO HoraIniciSessio.
            MOVE WS-OficinaSessio TO OficinaSessioReg.
            MOVE WS-EstacioTreball TO EstacioSessioReg.
            MOVE WS-HoraFiSessio TO HoraFiSessioReg.
            MOVE "V" TO EstatSessioReg.
            IF EstatFitxerSessions EQUAL "00"
              REWRITE RegistreSessio
            END-IF.
            CLOSE FitxerSessions.

          DemanarModeFormacio.
            MOVE "I" TO WS-AccioFormacio.
            CALL "CANVFORM.COB" USING WS-AccioFormacio
              WS-ResultatFormacio WS-DirectoriFormacio.
            CANCEL "CANVFORM.COB".
            MOVE "N" TO WS-RespostaFormacio.
            DISPLAY "Treballar en mode FORMACIO (S/N) ? " LINE 20
              POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
            ACCEPT WS-RespostaFormacio LINE 20 POSITION 41 CONTROL
              "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP.
            IF WS-RespostaFormacio EQUAL "S"
              MOVE "F" TO WS-AccioFormacio
              CALL "CANVFORM.COB" USING WS-AccioFormacio
                WS-ResultatFormacio WS-DirectoriFormacio
              CANCEL "CANVFORM.COB"
              IF WS-ResultatFormacio EQUAL "OK"
                MOVE "S" TO WS-ModeFormacioSessio
                DISPLAY " FORMACIO - dades de practica " LINE 25
                  POSITION 25 CONTROL "FCOLOR=WHITE, BCOLOR=RED"
              ELSE
                DISPLAY "ERROR!!! Dades de formacio NO preparades"
                  BEEP LINE 21 POSITION 5 CONTROL
                  "FCOLOR=GREY, BCOLOR=WHITE"
                DISPLAY "Es treballara amb les dades reals" LINE 22
                  POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
                ACCEPT Tecla NO BEEP
              END-IF
            END-IF.

          DemanarOficina.
            DISPLAY "Codi d'oficina (1-99): " LINE 19 POSITION 5
              CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
              MOVE "DESACTIVAT" TO AU-Resultat
              PERFORM RegistrarAuditoria
            END-IF.
            IF Correcte = "SI"
              PERFORM ComprovarEstacio
            END-IF.
            IF Correcte = "SI"
              PERFORM ComprovarHorari
            END-IF.
            IF Correcte = "SI"
              MOVE "CORRECTE" TO AU-Resultat
              PERFORM RegistrarAuditoria
              PERFORM RegistrarAuditoria
            END-IF.

          ComprovarEstacio.
            IF EstacionsPermeses NOT EQUAL SPACES
              MOVE "N" TO WS-EstacioTrobada
              PERFORM CercarEstacio VARYING WS-IndexEstacio FROM 1
                BY 1 UNTIL WS-IndexEstacio > 4
              IF WS-EstacioTrobada EQUAL "N"
                MOVE "NO" TO Correcte
                DISPLAY "ERROR!!! Terminal NO autoritzat" BEEP LINE 11
                  POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
                ACCEPT Tecla NO BEEP
                MOVE "TERMINAL DENEG." TO AU-Resultat
                PERFORM RegistrarAuditoria
              END-IF
            END-IF.

          CercarEstacio.
            IF EstacioPermesa(WS-IndexEstacio) NOT EQUAL SPACES AND
               EstacioPermesa(WS-IndexEstacio) EQUAL WS-EstacioTreball
              MOVE "S" TO WS-EstacioTrobada
            END-IF.

          ComprovarHorari.
            MOVE 0 TO WS-HoraFiSessio.
            IF HorariRestringit
              ACCEPT WS-DiaSetmana FROM DAY-OF-WEEK
              ACCEPT WS-HoraSistema FROM TIME
              COMPUTE WS-HoraMinuts = WS-HoresSistema * 100 +
                WS-MinutsSistema
              IF WS-HoraMinuts < HoraIniciPermesa(WS-DiaSetmana) OR
                 WS-HoraMinuts NOT LESS THAN
                 HoraFiPermesa(WS-DiaSetmana)
                MOVE "NO" TO Correcte
                DISPLAY "ERROR!!! Acces FORA de l'horari permes" BEEP
                  LINE 11 POSITION 10
                  CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
                ACCEPT Tecla NO BEEP
                MOVE "FORA D'HORARI" TO AU-Resultat
                PERFORM RegistrarAuditoria
              ELSE
                MOVE HoraFiPermesa(WS-DiaSetmana) TO WS-HoraFiSessio
              END-IF
            END-IF.

          RegistrarAuditoria.
            ACCEPT WS-DataSistema FROM DATE YYYYMMDD.
            ACCEPT WS-HoraSistema FROM TIME.
            STRING WS-HoresSistema DELIMITED BY SIZE ":" DELIMITED BY
              SIZE WS-MinutsSistema DELIMITED BY SIZE ":" DELIMITED BY
              SIZE WS-SegonsSistema DELIMITED BY SIZE INTO AU-Hora.
            MOVE WS-EstacioTreball TO AU-Estacio.
            WRITE LiniaAuditoria.

          ComprobarCaducitat.
            MOVE WS-ClauXifrada TO Password.
            MOVE "X" TO FormatPassword.
            MOVE RolComp TO Rol.
            MOVE SPACE TO EstatUsuari.
            MOVE SPACES TO EstacionsPermeses.
            MOVE SPACE TO ControlHorari.
            MOVE ZEROS TO FranjesHoraries.
            MOVE 0 TO WS-HoraFiSessio.
            PERFORM FixarDataCanviPassword.
            WRITE Clau.
            MOVE Rol TO RolAcces.
            MOVE NomUsuari TO WS-NomUsuariSessio.
            PERFORM DemanarOficina.
            PERFORM RegistrarSessioViva.
            PERFORM DemanarModeFormacio.
            IF RolAdministrador OR RolEmpleat OR RolConsulta
              MOVE "SI" TO Acces
            ELSE
