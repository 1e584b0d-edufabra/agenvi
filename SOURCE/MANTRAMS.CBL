       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulManteniTrams.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FTRAMS.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-TRAMS.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerTrams         PIC XX VALUE "00".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 Segur                    PIC X VALUE "N".
         77 WS-TramEdicio            PIC 9(2) VALUE 0.
         77 Fila                     PIC 99 VALUE 6.
         77 FiFitxer                 PIC XX VALUE "NO".

        LINKAGE SECTION.
         77 CodiTrams                PIC 9(5).
         77 DataTrams                PIC X(10).

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION USING CodiTrams DataTrams.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerTrams.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN I-O FitxerTrams.
           IF EstatFitxerTrams NOT EQUAL "00"
             OPEN OUTPUT FitxerTrams
             CLOSE FitxerTrams
             OPEN I-O FitxerTrams
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT2.SCR 0 1 23 79" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           PERFORM Capcalera.
           PERFORM MostrarTramsExistents.
           MOVE 1 TO WS-TramEdicio.
           PERFORM EditarTram UNTIL WS-TramEdicio EQUAL 0.
           PERFORM Sortir.

        Capcalera.
           DISPLAY BORRADO.
           DISPLAY "TRAMS DE TRANSPORT DEL VIATGE " LINE 2 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY CodiTrams LINE 2 POSITION 35
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "SORTIDA " LINE 2 POSITION 42
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY DataTrams LINE 2 POSITION 50
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "NUM MITJA TRANSP.  SERVEI   DATA       ORIGEN"
             LINE 4 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "  DESTI     SORT." LINE 4 POSITION 51
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".

        MostrarTramsExistents.
           MOVE 6 TO Fila.
           MOVE CodiTrams TO CodiViatgeTram.
           MOVE DataTrams TO DataDeparturaTram.
           MOVE 0 TO NumeroTram.
           START FitxerTrams KEY IS GREATER THAN ClauTram.
           IF EstatFitxerTrams EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM MostrarUnTram UNTIL FiFitxer = "SI"
           END-IF.

        MostrarUnTram.
           READ FitxerTrams NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF CodiViatgeTram NOT EQUAL CodiTrams OR
                DataDeparturaTram NOT EQUAL DataTrams
               MOVE "SI" TO FiFitxer
             ELSE
               DISPLAY NumeroTram LINE Fila POSITION 5
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY MitjaTram LINE Fila POSITION 9
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY TransportistaTram(1:9) LINE Fila POSITION 15
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY NumeroServeiTram LINE Fila POSITION 25
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY DataTram LINE Fila POSITION 34
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY OrigenTram(1:10) LINE Fila POSITION 45
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY DestiTram(1:10) LINE Fila POSITION 56
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY HoraSortidaTram LINE Fila POSITION 67
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               ADD 1 TO Fila
               IF Fila > 12
                 ACCEPT Tecla NO BEEP
                 MOVE 6 TO Fila
               END-IF
             END-IF
           END-IF.

        EditarTram.
           DISPLAY "Numero de tram (0 = acabar): " LINE 14 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE 0 TO WS-TramEdicio.
           ACCEPT WS-TramEdicio LINE 14 POSITION 35 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, PROMPT" NO BEEP.
           IF WS-TramEdicio NOT EQUAL 0
             PERFORM GravarTram
             PERFORM Capcalera
             PERFORM MostrarTramsExistents
           END-IF.

        GravarTram.
           MOVE CodiTrams TO CodiViatgeTram.
           MOVE DataTrams TO DataDeparturaTram.
           MOVE WS-TramEdicio TO NumeroTram.
           READ FitxerTrams.
           IF EstatFitxerTrams NOT EQUAL "00"
             MOVE SPACES TO MitjaTram
             MOVE SPACES TO TransportistaTram
             MOVE SPACES TO NumeroServeiTram
             MOVE DataTrams TO DataTram
             MOVE SPACES TO OrigenTram
             MOVE SPACES TO DestiTram
             MOVE SPACES TO HoraSortidaTram
             MOVE SPACES TO HoraArribadaTram
             MOVE SPACES TO TerminalTram
           END-IF.
           DISPLAY "Mitja (AV/TR/AU): " LINE 15 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY MitjaTram LINE 15 POSITION 24
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT MitjaTram LINE 15 POSITION 24 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           DISPLAY "Transportista: " LINE 15 POSITION 30
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY TransportistaTram LINE 15 POSITION 46
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TransportistaTram LINE 15 POSITION 46 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           DISPLAY "Vol / tren: " LINE 16 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY NumeroServeiTram LINE 16 POSITION 18
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT NumeroServeiTram LINE 16 POSITION 18 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           DISPLAY "Data (DD/MM/AAAA): " LINE 16 POSITION 30
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DataTram LINE 16 POSITION 50
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT DataTram LINE 16 POSITION 50 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "Origen: " LINE 17 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY OrigenTram LINE 17 POSITION 14
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT OrigenTram LINE 17 POSITION 14 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           DISPLAY "Desti: " LINE 17 POSITION 30
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DestiTram LINE 17 POSITION 38
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT DestiTram LINE 17 POSITION 38 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           DISPLAY "Hora sortida (HH:MM): " LINE 18 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY HoraSortidaTram LINE 18 POSITION 28
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT HoraSortidaTram LINE 18 POSITION 28 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "Hora arribada (HH:MM): " LINE 18 POSITION 36
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY HoraArribadaTram LINE 18 POSITION 60
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT HoraArribadaTram LINE 18 POSITION 60 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "Terminal de facturacio: " LINE 19 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY TerminalTram LINE 19 POSITION 30
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TerminalTram LINE 19 POSITION 30 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           MOVE CodiTrams TO CodiViatgeTram.
           MOVE DataTrams TO DataDeparturaTram.
           MOVE WS-TramEdicio TO NumeroTram.
           IF EstatFitxerTrams EQUAL "00"
             REWRITE RegistreTram
             DISPLAY "Vol Borrar aquest tram (S/N)? " LINE 20
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             MOVE "N" TO Segur
             ACCEPT Segur LINE 20 POSITION 37 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             IF Segur EQUAL "S"
               DELETE FitxerTrams RECORD
             END-IF
           ELSE
             WRITE RegistreTram
           END-IF.

        Sortir.
           CLOSE FitxerTrams.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "DEFAULT2.SCR 0 1 23 79" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           EXIT PROGRAM.
