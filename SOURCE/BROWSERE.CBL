         77 Errorlevel               PIC 999.
         COPY CONFIG-W.CPY.
         COPY SELRES-W.CPY.
         COPY PAQPEND-W.CPY.
         77 WS-FilesPaginaValid      PIC X VALUE "N".
         77 WS-FilaMaxima            PIC 99.
         77 WS-FiltreCognom          PIC X(30) VALUE SPACES.
                   WS-ModeAnota WS-TextAnota
                 CANCEL "ANOTA.COB"
               WHEN "A"
                 MOVE 0 TO TP-NumPendents
                 MOVE "N" TO TP-EnCurs
                 CALL "ANURESER.COB"
                 CANCEL "ANURESER.COB"
                 PERFORM Anul-larTramPendent UNTIL
                   TP-NumPendents EQUAL 0
                 MOVE "N" TO TP-EnCurs
               WHEN OTHER
                 MOVE 0 TO WS-ReservaSeleccionada
             END-EVALUATE
             EXIT PROGRAM
           END-IF.

        Anul-larTramPendent.
           MOVE TP-ReservaPendent(TP-NumPendents) TO
             WS-ReservaSeleccionada.
           SUBTRACT 1 FROM TP-NumPendents.
           MOVE "S" TO TP-EnCurs.
           CALL "ANURESER.COB".
           CANCEL "ANURESER.COB".

        Sortir.
           CLOSE FitxerReserves.
           CLOSE FitxerClients.
