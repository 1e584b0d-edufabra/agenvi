       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulMigrarDadesXifrades.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FCLIEN.CPY.
            COPY S-FDOCVI.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-CLIEN.CPY.
          COPY FD-DOCVI.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerClients       PIC XX VALUE "00".
         77 EstatFitxerDocumentsViatge PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 Segur                    PIC X VALUE "N".
         COPY SESSIO-W.CPY.
         77 WS-OperacioXifrat        PIC X VALUE "X".
         77 WS-DadaEnClar            PIC X(24) VALUE SPACES.
         77 WS-DadaXifrada           PIC X(24) VALUE SPACES.
         77 WS-NumClientsMigrats     PIC 9(6) VALUE 0.
         77 WS-NumDocumentsMigrats   PIC 9(6) VALUE 0.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerClients, FitxerDocumentsViatge.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           IF NOT WS-RolSessioAdministrador
             DISPLAY "ERROR!!! Nomes l'Administrador pot migrar"
               BEEP LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "dades" LINE 11 POSITION 52
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "MIGRACIO D'IBAN I DOCUMENTS A FORMAT XIFRAT" LINE 2
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Es xifraran els IBAN de clients i els numeros"
             LINE 4 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "de document pendents. Segur (S/N)? " LINE 5
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE "N" TO Segur.
           ACCEPT Segur LINE 5 POSITION 42 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF Segur NOT EQUAL "S"
             EXIT PROGRAM
           END-IF.
           OPEN I-O FitxerClients.
           IF EstatFitxerClients EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM MigrarClient UNTIL FiFitxer = "SI"
             CLOSE FitxerClients
           ELSE
             DISPLAY "Fitxer de Clients NO existeix" LINE 7
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           OPEN I-O FitxerDocumentsViatge.
           IF EstatFitxerDocumentsViatge EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM MigrarDocument UNTIL FiFitxer = "SI"
             CLOSE FitxerDocumentsViatge
           ELSE
             DISPLAY "Fitxer de Documents NO existeix" LINE 8
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           CANCEL "XIFRADAT.COB".
           DISPLAY "Clients migrats: " LINE 10 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NumClientsMigrats LINE 10 POSITION 28
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Documents migrats: " LINE 11 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NumDocumentsMigrats LINE 11 POSITION 28
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Tecla NO BEEP.
           EXIT PROGRAM.

        MigrarClient.
           READ FitxerClients NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF NOT IBANXifratClau
               MOVE IBANClient TO WS-DadaEnClar
               IF IBANXifrat
                 MOVE "D" TO WS-OperacioXifrat
                 CALL "XIFRADAT.COB" USING WS-OperacioXifrat
                   FormatIBAN IBANClient WS-DadaEnClar Dni
               END-IF
               MOVE "X" TO WS-OperacioXifrat
               CALL "XIFRADAT.COB" USING WS-OperacioXifrat FormatIBAN
                 WS-DadaEnClar WS-DadaXifrada Dni
               MOVE WS-DadaXifrada TO IBANClient
               MOVE "C" TO FormatIBAN
               MOVE SPACES TO WS-DadaEnClar
               REWRITE DadesClient
               ADD 1 TO WS-NumClientsMigrats
             END-IF
           END-IF.

        MigrarDocument.
           READ FitxerDocumentsViatge NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF NOT DocumentXifratClau
               MOVE NumeroDocument TO WS-DadaEnClar
               IF DocumentXifrat
                 MOVE "D" TO WS-OperacioXifrat
                 MOVE NumeroDocument TO WS-DadaXifrada
                 CALL "XIFRADAT.COB" USING WS-OperacioXifrat
                   FormatDocument WS-DadaXifrada WS-DadaEnClar
                   DniDocument
               END-IF
               MOVE "X" TO WS-OperacioXifrat
               CALL "XIFRADAT.COB" USING WS-OperacioXifrat
                 FormatDocument WS-DadaEnClar WS-DadaXifrada
                 DniDocument
               MOVE WS-DadaXifrada TO NumeroDocument
               MOVE "C" TO FormatDocument
               MOVE SPACES TO WS-DadaEnClar
               REWRITE RegistreDocumentViatge
               ADD 1 TO WS-NumDocumentsMigrats
             END-IF
           END-IF.
