         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         COPY SELRES-W.CPY.
         COPY PAQPEND-W.CPY.

         01 Taula.
           02 Opcions OCCURS 36 PIC X(12).

         01 Taula2.
           02 Ajudes OCCURS 36 PIC X(60).

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.
       PROCEDURE DIVISION.

        Principal.
           MOVE 36 TO Numopcions.
           MOVE 0 TO OpcEscollida.
           MOVE 1 TO Opc.
           MOVE "Visualitzar." TO Opcions(1).
           MOVE "Enquesta.   " TO Opcions(31).
           MOVE "Qualitat.   " TO Opcions(32).
           MOVE "Ampliacio.  " TO Opcions(33).
           MOVE "Factura Elec" TO Opcions(34).
           MOVE "Cessio.     " TO Opcions(35).
           MOVE "Retornar.   " TO Opcions(36).
           MOVE
           "Visualitza les reserves realitzades."
               TO Ajudes (1).
               TO Ajudes(32).
           MOVE "Segon menu: caixa, blocs, fonts, calendari..."
               TO Ajudes(33).
           MOVE "Factura electronica Facturae d'una factura o rectif."
               TO Ajudes(34).
           MOVE "Cedeix una reserva a un altre titular o acompanyant."
               TO Ajudes(35).
           MOVE "Permet retornar al menu anterior." TO Ajudes(36).
           MOVE "NO" TO Sortir.
           PERFORM Proces UNTIL Sortir = "SI".
           PERFORM Sortir.
             WHEN 31 PERFORM Enquesta
             WHEN 32 PERFORM Qualitat
             WHEN 33 PERFORM Ampliacio
             WHEN 34 PERFORM FacturaElectronica
             WHEN 35 PERFORM Cessio
             WHEN 36 MOVE "SI" TO Sortir
           END-EVALUATE.

        Visualitzar.
           CANCEL "LLIRESER.COB".

        Formalitzar.
           MOVE 0 TO TP-ReservaAnterior.
           CALL "FERRESER.COB".
           CANCEL "FERRESER.COB".
           PERFORM FormalitzarTramEnllacat UNTIL
             TP-ReservaAnterior EQUAL 0.

        FormalitzarTramEnllacat.
           CALL "FERRESER.COB".
           CANCEL "FERRESER.COB".

           CANCEL "MODRESER.COB".

        Anul-lar.
           MOVE 0 TO TP-NumPendents.
           MOVE "N" TO TP-EnCurs.
           CALL "ANURESER.COB".
           CANCEL "ANURESER.COB".
           PERFORM Anul-larTramPendent UNTIL TP-NumPendents EQUAL 0.
           MOVE "N" TO TP-EnCurs.

        Anul-larTramPendent.
           MOVE TP-ReservaPendent(TP-NumPendents) TO
             WS-ReservaSeleccionada.
           SUBTRACT 1 FROM TP-NumPendents.
           MOVE "S" TO TP-EnCurs.
           CALL "ANURESER.COB".
           CANCEL "ANURESER.COB".

           CANCEL "ENVNOTI.COB".

        Facturar.
           MOVE 0 TO TP-NumPendents.
           MOVE "N" TO TP-EnCurs.
           CALL "FACRESER.COB".
           CANCEL "FACRESER.COB".
           PERFORM FacturarTramPendent UNTIL TP-NumPendents EQUAL 0.
           MOVE "N" TO TP-EnCurs.

        FacturarTramPendent.
           MOVE TP-ReservaPendent(TP-NumPendents) TO
             WS-ReservaSeleccionada.
           SUBTRACT 1 FROM TP-NumPendents.
           MOVE "S" TO TP-EnCurs.
           CALL "FACRESER.COB".
           CANCEL "FACRESER.COB".

           CANCEL "INFNOSHW.COB".

        Trasllat.
           MOVE 0 TO TP-NumPendents.
           MOVE "N" TO TP-EnCurs.
           CALL "TRASRESE.COB".
           CANCEL "TRASRESE.COB".
           PERFORM TraslladarTramPendent UNTIL TP-NumPendents EQUAL 0.
           MOVE "N" TO TP-EnCurs.

        TraslladarTramPendent.
           MOVE TP-ReservaPendent(TP-NumPendents) TO
             WS-ReservaSeleccionada.
           SUBTRACT 1 FROM TP-NumPendents.
           MOVE "S" TO TP-EnCurs.
           CALL "TRASRESE.COB".
           CANCEL "TRASRESE.COB".

           CALL "AGENVMGX.COB".
           CANCEL "AGENVMGX.COB".

        FacturaElectronica.
           CALL "FACTELEC.COB".
           CANCEL "FACTELEC.COB".

        Cessio.
           CALL "CESSRESE.COB".
           CANCEL "CESSRESE.COB".

        Sortir.
           EXIT PROGRAM.
