       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulRefrescFormacio.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FCATVI.CPY.
            COPY S-FCLIEN.CPY.
            COPY S-FRESER.CPY.
            COPY S-FDEPAR.CPY.
            COPY S-FPAGAM.CPY.
            COPY S-FFACTU.CPY.
            COPY S-FVALS.CPY.
            COPY S-FDOCVI.CPY.
            COPY S-FNOTIF.CPY.
            COPY S-FCOPIA.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-CATVI.CPY.
          COPY FD-CLIEN.CPY.
          COPY FD-RESER.CPY.
          COPY FD-DEPAR.CPY.
          COPY FD-PAGAM.CPY.
          COPY FD-FACTU.CPY.
          COPY FD-VALS.CPY.
          COPY FD-DOCVI.CPY.
          COPY FD-NOTIF.CPY.
          COPY FD-FCOPIA.CPY.

        WORKING-STORAGE SECTION.
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerClients       PIC XX VALUE "00".
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatFitxerDepartures    PIC XX VALUE "00".
         77 EstatFitxerPagaments     PIC XX VALUE "00".
         77 EstatFitxerFactures      PIC XX VALUE "00".
         77 EstatFitxerValsRegal     PIC XX VALUE "00".
         77 EstatFitxerDocumentsViatge PIC XX VALUE "00".
         77 EstatFitxerNotificacions PIC XX VALUE "00".
         77 EstatFitxerCopia         PIC XX VALUE "00".
         77 WS-NomFitxerCopia        PIC X(40) VALUE SPACES.
         77 WS-TextCopia             PIC X(45) VALUE SPACES.
         77 WS-CopiaOberta           PIC X VALUE "N".
         77 Segur                    PIC X VALUE "N".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 Fila                     PIC 99 VALUE 6.
         77 FilaResposta             PIC 99 VALUE 7.
         77 WS-NumRegistres          PIC 9(6) VALUE 0.
         77 WS-NumClientsAlterats    PIC 9(6) VALUE 0.
         77 WS-AccioFormacio         PIC X VALUE SPACE.
         77 WS-ResultatFormacio      PIC XX VALUE "NO".
         77 WS-DirectoriFormacio     PIC X(80) VALUE SPACES.
         COPY SESSIO-W.CPY.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 CatalegViatges, FitxerClients, FitxerReserves,
                 FitxerCopia.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           IF NOT WS-RolSessioAdministrador
             DISPLAY "ERROR!!! Nomes l'Administrador pot refrescar"
               BEEP LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "les dades de formacio" LINE 12 POSITION 10
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 2 0 23 80" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "REFRESC DE LES DADES DE FORMACIO" LINE 2
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Es sobreescriuran les dades de formacio amb la"
             LINE 3 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "darrera copia. Desitja continuar (S/N) ? " LINE 4
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE "N" TO Segur.
           ACCEPT Segur LINE 4 POSITION 47 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF Segur NOT EQUAL "S"
             PERFORM Sortir
           END-IF.
           PERFORM PrepararDirectori.
           MOVE 6 TO Fila.
           PERFORM RefrescarCataleg.
           PERFORM RefrescarClients.
           PERFORM RefrescarReserves.
           PERFORM RefrescarDepartures.
           PERFORM RefrescarPagaments.
           PERFORM RefrescarFactures.
           PERFORM RefrescarVals.
           PERFORM BuidarDadesPersonals.
           DISPLAY "Clients amb dades personals alterades: " LINE 21
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NumClientsAlterats LINE 21 POSITION 45
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Dades de formacio refrescades" LINE 22
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Tecla NO BEEP.
           PERFORM Sortir.

        PrepararDirectori.
           PERFORM CanviarAFormacio.
           PERFORM CanviarAReal.
           MOVE SPACES TO Programa.
           STRING "&MD " DELIMITED BY SIZE WS-DirectoriFormacio
             DELIMITED BY SPACE INTO Programa.
           CALL "COBDOS\COBDOS.EXE" USING
               Estat-Shell Errorlevel Programa
           CANCEL "COBDOS\COBDOS.EXE".
           MOVE SPACES TO Programa.
           IF WS-PrefixRealSessio EQUAL SPACES
             STRING "&COPY *.AGV " DELIMITED BY SIZE
               WS-DirectoriFormacio DELIMITED BY SPACE INTO Programa
           ELSE
             STRING "&COPY " DELIMITED BY SIZE WS-PrefixRealSessio
               DELIMITED BY SPACE "\*.AGV " DELIMITED BY SIZE
               WS-DirectoriFormacio DELIMITED BY SPACE INTO Programa
           END-IF.
           CALL "COBDOS\COBDOS.EXE" USING
               Estat-Shell Errorlevel Programa
           CANCEL "COBDOS\COBDOS.EXE".

        CanviarAFormacio.
           MOVE "C" TO WS-AccioFormacio.
           CALL "CANVFORM.COB" USING WS-AccioFormacio
             WS-ResultatFormacio WS-DirectoriFormacio.
           CANCEL "CANVFORM.COB".

        CanviarAReal.
           MOVE "R" TO WS-AccioFormacio.
           CALL "CANVFORM.COB" USING WS-AccioFormacio
             WS-ResultatFormacio WS-DirectoriFormacio.
           CANCEL "CANVFORM.COB".

        DemanarCopia.
           MOVE "N" TO WS-CopiaOberta.
           COMPUTE FilaResposta = Fila + 1.
           DISPLAY WS-TextCopia LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE SPACES TO WS-NomFitxerCopia.
           ACCEPT WS-NomFitxerCopia LINE FilaResposta POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE, UPPER, PROMPT"
             NO BEEP.
           IF WS-NomFitxerCopia EQUAL SPACES
             EXIT PARAGRAPH
           END-IF.
           PERFORM CanviarAReal.
           OPEN INPUT FitxerCopia.
           IF EstatFitxerCopia NOT EQUAL "00"
             DISPLAY "ERROR!!! Copia NO trobada" BEEP LINE
               FilaResposta POSITION 50 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
           ELSE
             MOVE "S" TO WS-CopiaOberta
             MOVE 0 TO WS-NumRegistres
             MOVE "NO" TO FiFitxer
             PERFORM CanviarAFormacio
           END-IF.

        MostrarRegistres.
           CLOSE FitxerCopia.
           DISPLAY "Registres: " LINE FilaResposta POSITION 50
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NumRegistres LINE FilaResposta POSITION 61
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".

        RefrescarCataleg.
           MOVE "Copia del Cataleg de Viatges (blanc = saltar):"
             TO WS-TextCopia.
           PERFORM DemanarCopia.
           IF WS-CopiaOberta EQUAL "S"
             OPEN OUTPUT CatalegViatges
             PERFORM RegenerarCataleg UNTIL FiFitxer EQUAL "SI"
             CLOSE CatalegViatges
             PERFORM MostrarRegistres
           END-IF.
           ADD 2 TO Fila.

        RegenerarCataleg.
           READ FitxerCopia, AT END MOVE "SI" TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             MOVE LiniaCopia TO RegistreCatalegViatges
             WRITE RegistreCatalegViatges
             ADD 1 TO WS-NumRegistres
           END-IF.

        RefrescarClients.
           MOVE "Copia dels Clients (blanc = saltar):" TO WS-TextCopia.
           PERFORM DemanarCopia.
           IF WS-CopiaOberta EQUAL "S"
             OPEN OUTPUT FitxerClients
             PERFORM RegenerarClients UNTIL FiFitxer EQUAL "SI"
             CLOSE FitxerClients
             PERFORM MostrarRegistres
           END-IF.
           ADD 2 TO Fila.

        RegenerarClients.
           READ FitxerCopia, AT END MOVE "SI" TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             MOVE LiniaCopia TO DadesClient
             PERFORM AlterarDadesClient
             WRITE DadesClient
             ADD 1 TO WS-NumRegistres
           END-IF.

        AlterarDadesClient.
           ADD 1 TO WS-NumClientsAlterats.
           MOVE SPACES TO Nom.
           STRING "CLIENT " DELIMITED BY SIZE WS-NumClientsAlterats
             DELIMITED BY SIZE INTO Nom.
           MOVE "FORMACIO" TO CNom1.
           MOVE SPACES TO CNom2.
           MOVE "CARRER DE PROVA" TO Carrer.
           MOVE 1 TO Num.
           MOVE 0 TO Pis.
           MOVE 0 TO Porta.
           MOVE SPACES TO Telefon.
           STRING "900" DELIMITED BY SIZE WS-NumClientsAlterats
             DELIMITED BY SIZE INTO Telefon.
           IF CorreuElectronic NOT EQUAL SPACES
             MOVE SPACES TO CorreuElectronic
             STRING "CLIENT" DELIMITED BY SIZE WS-NumClientsAlterats
               DELIMITED BY SIZE "@FORMACIO.LOCAL" DELIMITED BY SIZE
               INTO CorreuElectronic
           END-IF.
           IF DataNaixement NOT EQUAL SPACES
             MOVE "01/01" TO DataNaixement(1:5)
           END-IF.
           MOVE SPACES TO IBANClient.
           MOVE SPACE TO FormatIBAN.
           MOVE "N" TO MandatDomiciliacio.

        RefrescarReserves.
           MOVE "Copia de les Reserves (blanc = saltar):"
             TO WS-TextCopia.
           PERFORM DemanarCopia.
           IF WS-CopiaOberta EQUAL "S"
             OPEN OUTPUT FitxerReserves
             PERFORM RegenerarReserves UNTIL FiFitxer EQUAL "SI"
             CLOSE FitxerReserves
             PERFORM MostrarRegistres
           END-IF.
           ADD 2 TO Fila.

        RegenerarReserves.
           READ FitxerCopia, AT END MOVE "SI" TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             MOVE LiniaCopia TO Reserva
             WRITE Reserva
             ADD 1 TO WS-NumRegistres
           END-IF.

        RefrescarDepartures.
           MOVE "Copia de les Departures (blanc = saltar):"
             TO WS-TextCopia.
           PERFORM DemanarCopia.
           IF WS-CopiaOberta EQUAL "S"
             OPEN OUTPUT FitxerDepartures
             PERFORM RegenerarDepartures UNTIL FiFitxer EQUAL "SI"
             CLOSE FitxerDepartures
             PERFORM MostrarRegistres
           END-IF.
           ADD 2 TO Fila.

        RegenerarDepartures.
           READ FitxerCopia, AT END MOVE "SI" TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             MOVE LiniaCopia TO RegistreDepartura
             WRITE RegistreDepartura
             ADD 1 TO WS-NumRegistres
           END-IF.

        RefrescarPagaments.
           MOVE "Copia dels Pagaments (blanc = saltar):"
             TO WS-TextCopia.
           PERFORM DemanarCopia.
           IF WS-CopiaOberta EQUAL "S"
             OPEN OUTPUT FitxerPagaments
             PERFORM RegenerarPagaments UNTIL FiFitxer EQUAL "SI"
             CLOSE FitxerPagaments
             PERFORM MostrarRegistres
           END-IF.
           ADD 2 TO Fila.

        RegenerarPagaments.
           READ FitxerCopia, AT END MOVE "SI" TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             MOVE LiniaCopia TO RegistrePagament
             WRITE RegistrePagament
             ADD 1 TO WS-NumRegistres
           END-IF.

        RefrescarFactures.
           MOVE "Copia de les Factures (blanc = saltar):"
             TO WS-TextCopia.
           PERFORM DemanarCopia.
           IF WS-CopiaOberta EQUAL "S"
             OPEN OUTPUT FitxerFactures
             PERFORM RegenerarFactures UNTIL FiFitxer EQUAL "SI"
             CLOSE FitxerFactures
             PERFORM MostrarRegistres
           END-IF.
           ADD 2 TO Fila.

        RegenerarFactures.
           READ FitxerCopia, AT END MOVE "SI" TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             MOVE LiniaCopia TO RegistreFactura
             WRITE RegistreFactura
             ADD 1 TO WS-NumRegistres
           END-IF.

        RefrescarVals.
           MOVE "Copia dels Vals regal (blanc = saltar):"
             TO WS-TextCopia.
           PERFORM DemanarCopia.
           IF WS-CopiaOberta EQUAL "S"
             OPEN OUTPUT FitxerValsRegal
             PERFORM RegenerarVals UNTIL FiFitxer EQUAL "SI"
             CLOSE FitxerValsRegal
             PERFORM MostrarRegistres
           END-IF.
           ADD 2 TO Fila.

        RegenerarVals.
           READ FitxerCopia, AT END MOVE "SI" TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             MOVE LiniaCopia TO RegistreValRegal
             WRITE RegistreValRegal
             ADD 1 TO WS-NumRegistres
           END-IF.

        BuidarDadesPersonals.
           PERFORM CanviarAFormacio.
           OPEN OUTPUT FitxerDocumentsViatge.
           CLOSE FitxerDocumentsViatge.
           OPEN OUTPUT FitxerNotificacions.
           CLOSE FitxerNotificacions.

        Sortir.
           IF WS-SessioFormacio
             PERFORM CanviarAFormacio
           ELSE
             PERFORM CanviarAReal
           END-IF.
           EXIT PROGRAM.
