         77 WS-ResultatValIban       PIC XX VALUE "OK".
         77 WS-MotiuError            PIC X(20) VALUE SPACES.
         77 WS-NumErronis            PIC 9(5) VALUE 0.
         77 WS-OperacioXifrat        PIC X VALUE "D".
         77 WS-IBANValidar           PIC X(24) VALUE SPACES.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.
               MOVE "LLETRA DNI" TO WS-MotiuError
             END-IF
             IF IBANClient NOT EQUAL SPACES
               CALL "XIFRADAT.COB" USING WS-OperacioXifrat FormatIBAN
                 IBANClient WS-IBANValidar Dni
               CANCEL "XIFRADAT.COB"
               CALL "VALIDIBA.COB" USING WS-IBANValidar
                 WS-ResultatValIban
               CANCEL "VALIDIBA.COB"
               MOVE SPACES TO WS-IBANValidar
               IF WS-ResultatValIban NOT EQUAL "OK"
                 IF WS-MotiuError EQUAL SPACES
                   MOVE "IBAN" TO WS-MotiuError
