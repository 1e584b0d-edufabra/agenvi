       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulManteniPlaComptes.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FPCOMP.CPY.
            COPY S-FASSEN.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-PCOMP.CPY.
          COPY FD-ASSEN.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerPlaComptes    PIC XX VALUE "00".
         77 EstatFitxerAssentaments  PIC XX VALUE "00".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 Segur                    PIC X VALUE "N".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 6.
         77 Comptador                PIC 99.
         77 WS-CompteEdicio          PIC X(8) VALUE SPACES.
         77 WS-TeApunts              PIC X VALUE "N".
         01 TaulaPlaBasic.
           02 FILLER PIC X(39)
              VALUE "10000000CAPITAL                       N".
           02 FILLER PIC X(39)
              VALUE "12900000RESULTAT DE L'EXERCICI        N".
           02 FILLER PIC X(39)
              VALUE "40000000PROVEIDORS MAJORISTES         P".
           02 FILLER PIC X(39)
              VALUE "43000000CLIENTS                       A".
           02 FILLER PIC X(39)
              VALUE "43800000ANTICIPS DE CLIENTS           P".
           02 FILLER PIC X(39)
              VALUE "46000000BESTRETES A GUIES             A".
           02 FILLER PIC X(39)
              VALUE "47500000TAXA TURISTICA A PAGAR        P".
           02 FILLER PIC X(39)
              VALUE "47700000IVA REPERCUTIT                P".
           02 FILLER PIC X(39)
              VALUE "57000000CAIXA                         A".
           02 FILLER PIC X(39)
              VALUE "57200000BANCS                         A".
           02 FILLER PIC X(39)
              VALUE "60700000SERVEIS DE MAJORISTES         D".
           02 FILLER PIC X(39)
              VALUE "62900000DESPESES DE GUIES EN RUTA     D".
           02 FILLER PIC X(39)
              VALUE "65000000PERDUES DE CREDITS INCOBRABLESD".
           02 FILLER PIC X(39)
              VALUE "67800000DESPESES EXCEPCIONALS         D".
           02 FILLER PIC X(39)
              VALUE "70000000VENDES DE VIATGES             I".
           02 FILLER PIC X(39)
              VALUE "70800000DEVOLUCIONS I ANUL-LACIONS    I".
           02 FILLER PIC X(39)
              VALUE "77800000INGRESSOS EXCEPCIONALS        I".
         01 TaulaPlaBasicR REDEFINES TaulaPlaBasic.
           02 ComptePlaBasic OCCURS 17 TIMES PIC X(39).

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerPlaComptes, FitxerAssentaments.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN I-O FitxerPlaComptes.
           IF EstatFitxerPlaComptes NOT EQUAL "00"
             OPEN OUTPUT FitxerPlaComptes
             CLOSE FitxerPlaComptes
             OPEN I-O FitxerPlaComptes
             PERFORM CarregarPlaBasic VARYING Comptador FROM 1 BY 1
               UNTIL Comptador > 17
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 2 0 23 80" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           PERFORM Capcalera.
           PERFORM MostrarComptesExistents.
           MOVE "X" TO WS-CompteEdicio.
           PERFORM EditarCompte UNTIL WS-CompteEdicio EQUAL SPACES.
           PERFORM Sortir.

        CarregarPlaBasic.
           MOVE ComptePlaBasic(Comptador) TO RegistreCompte.
           WRITE RegistreCompte.

        Capcalera.
           DISPLAY BORRADO.
           DISPLAY "PLA DE COMPTES" LINE 2 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "COMPTE   DESCRIPCIO                     TIPUS"
             LINE 4 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "A=Actiu P=Passiu N=Net I=Ingres D=Despesa"
             LINE 4 POSITION 52 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".

        MostrarComptesExistents.
           MOVE 6 TO Fila.
           MOVE LOW-VALUES TO CodiCompte.
           START FitxerPlaComptes KEY IS NOT LESS THAN CodiCompte.
           IF EstatFitxerPlaComptes EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM MostrarUnCompte UNTIL FiFitxer = "SI"
           END-IF.

        MostrarUnCompte.
           READ FitxerPlaComptes NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             DISPLAY CodiCompte LINE Fila POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY DescripcioCompte LINE Fila POSITION 14
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY TipusCompte LINE Fila POSITION 47
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ADD 1 TO Fila
             IF Fila > 17
               ACCEPT Tecla NO BEEP
               MOVE 6 TO Fila
             END-IF
           END-IF.

        EditarCompte.
           DISPLAY "Compte (blanc = acabar): " LINE 19 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE SPACES TO WS-CompteEdicio.
           ACCEPT WS-CompteEdicio LINE 19 POSITION 31 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, PROMPT" NO BEEP.
           IF WS-CompteEdicio NOT EQUAL SPACES
             PERFORM GravarCompte
             PERFORM Capcalera
             PERFORM MostrarComptesExistents
           END-IF.

        GravarCompte.
           MOVE WS-CompteEdicio TO CodiCompte.
           READ FitxerPlaComptes.
           IF EstatFitxerPlaComptes NOT EQUAL "00"
             MOVE SPACES TO DescripcioCompte
             MOVE SPACES TO TipusCompte
           END-IF.
           DISPLAY "Descripcio: " LINE 20 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DescripcioCompte LINE 20 POSITION 18
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT DescripcioCompte LINE 20 POSITION 18 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           DISPLAY "Tipus (A/P/N/I/D): " LINE 20 POSITION 50
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY TipusCompte LINE 20 POSITION 70
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TipusCompte LINE 20 POSITION 70 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF NOT CompteActiu AND NOT ComptePassiu AND
              NOT ComptePatrimoni AND NOT CompteIngressos AND
              NOT CompteDespeses
             DISPLAY "ERROR!!! Tipus de compte incorrecte" BEEP
               LINE 21 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
           ELSE
             MOVE WS-CompteEdicio TO CodiCompte
             IF EstatFitxerPlaComptes EQUAL "00"
               REWRITE RegistreCompte
               DISPLAY "Vol Borrar aquest compte (S/N)? " LINE 21
                 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               MOVE "N" TO Segur
               ACCEPT Segur LINE 21 POSITION 39 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
               IF Segur EQUAL "S"
                 PERFORM ComprovarApunts
                 IF WS-TeApunts EQUAL "S"
                   DISPLAY "ERROR!!! El compte te apunts al diari"
                     BEEP LINE 22 POSITION 5
                     CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
                   ACCEPT Tecla NO BEEP
                 ELSE
                   DELETE FitxerPlaComptes RECORD
                 END-IF
               END-IF
             ELSE
               WRITE RegistreCompte
             END-IF
           END-IF.

        ComprovarApunts.
           MOVE "N" TO WS-TeApunts.
           OPEN INPUT FitxerAssentaments.
           IF EstatFitxerAssentaments EQUAL "00"
             MOVE WS-CompteEdicio TO CompteApunt
             START FitxerAssentaments KEY IS EQUAL TO CompteApunt
             IF EstatFitxerAssentaments EQUAL "00"
               MOVE "S" TO WS-TeApunts
             END-IF
             CLOSE FitxerAssentaments
           END-IF.

        Sortir.
           CLOSE FitxerPlaComptes.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 2 0 23 80" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           EXIT PROGRAM.
