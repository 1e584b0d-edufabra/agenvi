        77 WS-ResultatValIban  PIC XX VALUE "OK".
        77 WS-ProgramaAcces    PIC X(8) VALUE SPACES.
        77 WS-DniAcces         PIC X(9) VALUE SPACES.
        77 WS-EditarConsentim  PIC X VALUE "N".
        77 WS-EditarLlar       PIC X VALUE "N".
        77 WS-OperacioXifrat   PIC X VALUE SPACE.
        77 WS-IBANTractat      PIC X(24) VALUE SPACES.
        01 WS-ImatgeAbans      PIC X(527).
        COPY SESSIO-W.CPY.
        COPY SELCLI-W.CPY.
               WS-DniAcces
             CANCEL "REGACCES.COB"
             MOVE DadesClient TO WS-ImatgeAbans
             PERFORM DesxifrarIBANClient
             MOVE SPACES TO WS-ValorsAbansAud
             STRING "NOM=" DELIMITED BY SIZE Nom DELIMITED BY SIZE
               " TEL=" DELIMITED BY SIZE Telefon DELIMITED BY SIZE
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT MandatDomiciliacio LINE 20 POSITION 68 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             IF ClientEmpresa
               PERFORM DemanarUnitatsAdministratives
             END-IF
             MOVE "N" TO DuplicatTrobat
             IF DniEdicio NOT EQUAL Dni
               PERFORM ComprovarDuplicatDni
                 MOVE PoblacioEdicio TO Poblacio
                 MOVE ProvinciaEdicio TO Provincia
                 MOVE CPEdicio TO CodiPostal
                 PERFORM XifrarIBANClient
                 MOVE "WR" TO DI-Operacio
                 MOVE SPACES TO DI-ImatgeAbans
                 WRITE DadesClient INVALID KEY
                   SIZE " TEL=" DELIMITED BY SIZE Telefon DELIMITED
                   BY SIZE INTO AD-ValorsDespres
                 PERFORM RegistrarAuditoriaDades
                 PERFORM DemanarConsentiments
                 PERFORM DemanarLlar
               ELSE
                 IF CodiPostalValid NOT EQUAL "S"
                   PERFORM AvisarCodiPostalInvalid
             END-IF
           END-IF.

        DemanarUnitatsAdministratives.
           DISPLAY "Org.gestor: " LINE 23 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY OrganGestorClient LINE 23 POSITION 17
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT OrganGestorClient LINE 23 POSITION 17 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           DISPLAY "U.tramit.: " LINE 23 POSITION 29
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY UnitatTramitadoraClient LINE 23 POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT UnitatTramitadoraClient LINE 23 POSITION 40 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           DISPLAY "Of.compt.: " LINE 23 POSITION 52
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY OficinaComptableClient LINE 23 POSITION 63
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT OficinaComptableClient LINE 23 POSITION 63 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.

        DemanarConsentiments.
           DISPLAY "Consentiments de publicitat (S/N)? " LINE 21
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE "N" TO WS-EditarConsentim.
           ACCEPT WS-EditarConsentim LINE 21 POSITION 41 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF WS-EditarConsentim EQUAL "S"
             CALL "MANCONSE.COB" USING Dni
             CANCEL "MANCONSE.COB"
           END-IF.

        DemanarLlar.
           DISPLAY "Llar / agrupacio familiar (S/N)? " LINE 22
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE "N" TO WS-EditarLlar.
           ACCEPT WS-EditarLlar LINE 22 POSITION 39 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF WS-EditarLlar EQUAL "S"
             CALL "MANLLAR.COB" USING Dni CNom1 Adress
             CANCEL "MANLLAR.COB"
           END-IF.

        ComprobarReservesClient.
           MOVE "N" TO ReservesTrobades.
           IF EstatFitxerReserves EQUAL "00"
             ACCEPT Tecla NO BEEP
             MOVE "CLIENTS " TO DI-Fitxer
             MOVE "DL" TO DI-Operacio
             MOVE WS-ImatgeAbans TO DI-ImatgeAbans
             MOVE SPACES TO DI-ImatgeDespres
             PERFORM RegistrarDiari
             MOVE "CLIENTS " TO AD-Fitxer
             CANCEL "COBDOS\COBDOS.EXE"
           END-IF.

        DesxifrarIBANClient.
           MOVE "D" TO WS-OperacioXifrat.
           CALL "XIFRADAT.COB" USING WS-OperacioXifrat FormatIBAN
             IBANClient WS-IBANTractat Dni.
           CANCEL "XIFRADAT.COB".
           MOVE WS-IBANTractat TO IBANClient.
           MOVE SPACE TO FormatIBAN.

        XifrarIBANClient.
           MOVE "X" TO WS-OperacioXifrat.
           CALL "XIFRADAT.COB" USING WS-OperacioXifrat FormatIBAN
             IBANClient WS-IBANTractat Dni.
           CANCEL "XIFRADAT.COB".
           MOVE WS-IBANTractat TO IBANClient.
           MOVE "C" TO FormatIBAN.
           MOVE SPACES TO WS-IBANTractat.

        RegistrarDiari.
           OPEN EXTEND FitxerDiari.
           IF EstatFitxerDiari NOT EQUAL "00"
