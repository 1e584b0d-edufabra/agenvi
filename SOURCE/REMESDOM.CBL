         77 ED-Import                PIC ZZZZZZZZ9.
         77 WS-ResultatValIban       PIC XX VALUE "OK".
         77 WS-NumIbanErronis        PIC 9(5) VALUE 0.
         77 WS-OperacioXifrat        PIC X VALUE SPACE.
         77 WS-IBANClar              PIC X(24) VALUE SPACES.
         77 WS-IBANMascara           PIC X(24) VALUE SPACES.
         COPY SESSIO-W.CPY.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
        SEGUNDA SECTION.

        Principal.
           IF WS-SessioFormacio
             DISPLAY "ERROR!!! En mode FORMACIO no es generen fitxers"
               BEEP LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "per al banc" LINE 12 POSITION 10
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           OPEN I-O FitxerReserves.
           IF EstatFitxerReserves NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Reserves NO existeix" BEEP
           IF EstatFitxerClients EQUAL "00" AND
              MandatDomiciliacio EQUAL "S" AND
              IBANClient NOT EQUAL SPACES
             PERFORM DesxifrarIBAN
             CALL "VALIDIBA.COB" USING WS-IBANClar
               WS-ResultatValIban
             CANCEL "VALIDIBA.COB"
             IF WS-ResultatValIban NOT EQUAL "OK"
                 MOVE SPACES TO LiniaSortida
                 STRING "EXCLOS IBAN INCORRECTE " DELIMITED BY
                   SIZE DniReserva DELIMITED BY SIZE " "
                   DELIMITED BY SIZE WS-IBANMascara DELIMITED BY SIZE
                   INTO LiniaSortida
                 WRITE LiniaSortida
               END-IF
             ADD 1 TO WS-NumRebuts
             ADD WS-ImportPendent TO WS-TotalRemesa
             MOVE SPACES TO LiniaRemesa
             STRING "19" DELIMITED BY SIZE WS-IBANClar DELIMITED BY
               SIZE ";" DELIMITED BY SIZE WS-ImportPendent
               DELIMITED BY SIZE ";" DELIMITED BY SIZE
               NumeroReserva DELIMITED BY SIZE ";" DELIMITED BY
             MOVE WS-ImportPendent TO ED-Import
             DISPLAY ED-Import LINE Fila POSITION 27
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY WS-IBANMascara LINE Fila POSITION 40
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             IF NOT SortidaPantalla
               MOVE SPACES TO LiniaSortida
               STRING NumeroReserva DELIMITED BY SIZE " "
                 DELIMITED BY SIZE DniReserva DELIMITED BY SIZE
                 " " DELIMITED BY SIZE ED-Import DELIMITED BY SIZE
                 " " DELIMITED BY SIZE WS-IBANMascara DELIMITED BY
                 SIZE INTO LiniaSortida
               WRITE LiniaSortida
             END-IF
             END-IF
           END-IF.

        DesxifrarIBAN.
           MOVE "D" TO WS-OperacioXifrat.
           CALL "XIFRADAT.COB" USING WS-OperacioXifrat FormatIBAN
             IBANClient WS-IBANClar Dni.
           MOVE "M" TO WS-OperacioXifrat.
           CALL "XIFRADAT.COB" USING WS-OperacioXifrat FormatIBAN
             IBANClient WS-IBANMascara Dni.
           CANCEL "XIFRADAT.COB".

        Sortir.
           CLOSE FitxerReserves.
           CLOSE FitxerClients.
