          77 Parametre       PIC X(5) VALUE SPACES.
          77 RolAcces        PIC X.
          77 EstatFitxerSessions PIC XX VALUE "00".
          77 WS-AccioFormacio    PIC X VALUE SPACE.
          77 WS-ResultatFormacio PIC XX VALUE "NO".
          77 WS-DirectoriFormacio PIC X(80) VALUE SPACES.
          77 WS-ResultatConversio PIC XX VALUE "SI".
          COPY SESSIO-W.CPY.

          01 Taula.
            02 Opcions OCCURS 29 PIC X(12).

          01 Taula2.
            02 Ajudes OCCURS 29 PIC X(60).

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.
            CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa
            CANCEL "COBDOS\COBDOS.EXE".
            CALL "CONVFITX.COB" USING WS-ResultatConversio.
            CANCEL "CONVFITX.COB".
            IF WS-ResultatConversio NOT EQUAL "SI"
              STOP RUN
            END-IF.
            CALL "AGENVMGP.COB" USING Parametre Acces RolAcces.
            CANCEL "AGENVMGP.COB".
            IF Acces NOT EQUAL "SI"
              CALL "TAULELL.COB"
              CANCEL "TAULELL.COB"
            END-IF.
            MOVE 29 TO Numopcions.
            MOVE 0 TO OpcEscollida.
            MOVE 1 TO Opc.
            MOVE "Clients. " TO Opcions(1).
            MOVE "Sessions. " TO Opcions(22).
            MOVE "Aud.Series" TO Opcions(23).
            MOVE "Migra.Pw. " TO Opcions(24).
            MOVE "Migra.Dad." TO Opcions(25).
            MOVE "Calendari." TO Opcions(26).
            MOVE "Tarif.Desp." TO Opcions(27).
            MOVE "Formacio. " TO Opcions(28).
            MOVE "Sortir.  " TO Opcions(29).
            MOVE
              "Permet gestionar les dades dels Clients."
               TO Ajudes (1).
              Ajudes(23).
            MOVE "Migracio de passwords al format xifrat." TO
              Ajudes(24).
            MOVE "Xifratge d'IBAN i documents de viatge existents." TO
              Ajudes(25).
            MOVE "Festius i tancaments d'oficina per als terminis." TO
              Ajudes(26).
            MOVE "Tarifa de despeses per canvis i trasllats." TO
              Ajudes(27).
            MOVE "Refresc de les dades de formacio des de la copia." TO
              Ajudes(28).
            MOVE "Finalitza la sesio i retorna al DOS." TO
              Ajudes(29).
            MOVE "NO" TO Sortir.
            PERFORM Proces UNTIL Sortir = "SI".
            IF WS-SessioFormacio
              MOVE "R" TO WS-AccioFormacio
              CALL "CANVFORM.COB" USING WS-AccioFormacio
                WS-ResultatFormacio WS-DirectoriFormacio
              CANCEL "CANVFORM.COB"
            END-IF.
            PERFORM TancarSessioRegistre.
            STOP RUN.

             WHEN 22 PERFORM Sessions
             WHEN 23 PERFORM AuditoriaSeries
             WHEN 24 PERFORM MigrarPasswords
             WHEN 25 PERFORM MigrarDades
             WHEN 26 PERFORM Calendari
             WHEN 27 PERFORM TarifaDespeses
             WHEN 28 PERFORM RefrescFormacio
             WHEN 29 MOVE "SI" TO Sortir
           END-EVALUATE.

        GestioClients.
           CALL "MANTDESC.COB".
           CANCEL "MANTDESC.COB".

        TarifaDespeses.
           CALL "MANTARDE.COB".
           CANCEL "MANTARDE.COB".

        Gestoria.
           CALL "EXPCOMPT.COB".
           CANCEL "EXPCOMPT.COB".
           CALL "MIGRAPW.COB".
           CANCEL "MIGRAPW.COB".

        MigrarDades.
           CALL "MIGRADAT.COB".
           CANCEL "MIGRADAT.COB".

        Calendari.
           CALL "MANCALEN.COB".
           CANCEL "MANCALEN.COB".

        RefrescFormacio.
           CALL "REFFORMA.COB".
           CANCEL "REFFORMA.COB".


