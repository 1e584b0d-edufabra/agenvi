         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 ED-Import                PIC ZZZZZZZZ9.
         77 WS-Alliberar             PIC X VALUE "N".
         COPY SESSIO-W.CPY.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.
           IF EstatFitxerCreditEmpreses NOT EQUAL "00"
             MOVE 0 TO LimitCredit
             MOVE 0 TO ExposicioActual
             MOVE 0 TO DiesTerminiPagament
             MOVE SPACE TO BloqueigReclamacio
             MOVE SPACES TO DataBloqueigReclamacio
           END-IF.
           MOVE ExposicioActual TO ED-Import.
           DISPLAY "Exposicio actual: " LINE 6 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT LimitCredit LINE 8 POSITION 27 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "Termini de pagament (dies): " LINE 9 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT DiesTerminiPagament LINE 9 POSITION 34 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           IF CreditBloquejatReclamacio
             PERFORM TractarBloqueig
           END-IF.
           MOVE DniEmpresa TO Dni.
           IF EstatFitxerCreditEmpreses EQUAL "00"
             REWRITE RegistreCreditEmpresa
           ELSE
             WRITE RegistreCreditEmpresa
           END-IF.
           DISPLAY "Limit de credit grabat" LINE 13 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Tecla NO BEEP.
           PERFORM Sortir.

        TractarBloqueig.
           DISPLAY "Credit BLOQUEJAT per impagament des del " LINE 10
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DataBloqueigReclamacio LINE 10 POSITION 46
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF WS-RolSessioAdministrador
             DISPLAY "Alliberar el bloqueig (S/N) ? " LINE 11
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             MOVE "N" TO WS-Alliberar
             ACCEPT WS-Alliberar LINE 11 POSITION 36 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             IF WS-Alliberar EQUAL "S"
               MOVE SPACE TO BloqueigReclamacio
               MOVE SPACES TO DataBloqueigReclamacio
             END-IF
           ELSE
             DISPLAY "Nomes l'Administrador pot alliberar-lo" LINE 11
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.

        Sortir.
           CLOSE FitxerCreditEmpreses.
           CLOSE FitxerClients.
