       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulCarrecsAnulacio.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FANUL.CPY.
            COPY S-FCATVI.CPY.
            COPY S-FMAJO.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-ANUL.CPY.
          COPY FD-CATVI.CPY.
          COPY FD-FMAJO.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerAnulacions    PIC XX VALUE "00".
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerMajoristes    PIC XX VALUE "00".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 Fila                     PIC 99 VALUE 9.
         77 WS-OrigenEntrada         PIC X VALUE "M".
         77 WS-CodiMajorista         PIC X(20) VALUE SPACES.
         77 WS-FacturaCarrec         PIC X(15) VALUE SPACES.
         77 WS-DataCarrec            PIC X(10) VALUE SPACES.
         77 WS-NumAnulacioEntrada    PIC 9(7) VALUE 0.
         77 WS-FiFactura             PIC X VALUE "N".
         77 WS-LiniesFactura         PIC 9(3) VALUE 0.
         77 WS-TotalFactura          PIC 9(9) VALUE 0.
         77 WS-ImportRetingut        PIC S9(7) VALUE 0.
         77 ED-Import                PIC ZZZZZZZZ9.
         77 ED-Retingut              PIC -ZZZZZZ9.
         77 ED-Linies                PIC ZZ9.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.

         COPY REGDIARI.CPY.
       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerAnulacions, CatalegViatges, FitxerMajoristes.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN I-O FitxerAnulacions.
           IF EstatFitxerAnulacions NOT EQUAL "00"
             DISPLAY "ERROR!!! NO hi ha anul-lacions registrades" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           OPEN INPUT CatalegViatges.
           OPEN INPUT FitxerMajoristes.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 2 0 23 80" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           MOVE SPACES TO WS-DataCarrec.
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnySistema DELIMITED BY SIZE INTO WS-DataCarrec.
           DISPLAY "Carrec: (M)anual (F)actura del Majorista: "
             LINE 2 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-OrigenEntrada LINE 2 POSITION 49 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF WS-OrigenEntrada EQUAL "F"
             PERFORM EntrarFactura
           ELSE
             PERFORM EntrarManual
           END-IF.
           PERFORM Sortir.

        EntrarManual.
           DISPLAY "Numero d'anul-lacio: " LINE 4 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT NumeroAnulacio LINE 4 POSITION 27 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           READ FitxerAnulacions.
           IF EstatFitxerAnulacions NOT EQUAL "00"
             DISPLAY "ERROR!!! Anul-lacio NO registrada" BEEP
               LINE 5 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           PERFORM MostrarAnulacio.
           IF NumeroLiquidacioCarrec NOT EQUAL 0
             DISPLAY "ERROR!!! Carrec ja inclos a la liquidacio"
               BEEP LINE 12 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY NumeroLiquidacioCarrec LINE 12 POSITION 48
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           DISPLAY "Carrec del Majorista: " LINE 12 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY CarrecProveidor LINE 12 POSITION 30
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE RegistreAnulacio TO RD-ImatgeAbans.
           MOVE "RW" TO RD-Operacio.
           ACCEPT CarrecProveidor LINE 12 POSITION 30 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           IF DataCarrecProveidor NOT EQUAL SPACES
             MOVE DataCarrecProveidor TO WS-DataCarrec
           END-IF.
           DISPLAY "Data del carrec (DD/MM/AAAA): " LINE 13
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-DataCarrec LINE 13 POSITION 37
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-DataCarrec LINE 13 POSITION 37 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           MOVE "M" TO OrigenCarrec.
           MOVE SPACES TO FacturaCarrecProveidor.
           MOVE WS-DataCarrec TO DataCarrecProveidor.
           REWRITE RegistreAnulacio.
           PERFORM DiariAnulacio.
           IF EstatFitxerAnulacions NOT EQUAL "00"
             DISPLAY "ERROR!!! El carrec NO s'ha pogut grabar" BEEP
               LINE 15 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           ELSE
             DISPLAY "Carrec del proveidor REGISTRAT" BEEP
               LINE 15 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           ACCEPT Tecla NO BEEP.

        MostrarAnulacio.
           DISPLAY "Viatge: " LINE 5 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY CodiViatgeAnulat LINE 5 POSITION 14
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE CodiViatgeAnulat TO CodiViatge.
           READ CatalegViatges.
           IF EstatCatalegViatges EQUAL "00"
             DISPLAY Titol LINE 5 POSITION 21
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "Majorista: " LINE 6 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY Majorista LINE 6 POSITION 17
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           DISPLAY "Data anul-lacio: " LINE 7 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DataAnulacio LINE 7 POSITION 23
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Retorn (%): " LINE 7 POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY PercentatgeRetorn LINE 7 POSITION 53
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE ImportAnulat TO ED-Import.
           DISPLAY "Import anul-lat: " LINE 8 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 8 POSITION 30
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE ImportRetorn TO ED-Import.
           DISPLAY "Retornat al client: " LINE 9 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 9 POSITION 30
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           COMPUTE WS-ImportRetingut = ImportAnulat - ImportRetorn.
           MOVE WS-ImportRetingut TO ED-Retingut.
           DISPLAY "Retingut al client: " LINE 10 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Retingut LINE 10 POSITION 31
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".

        EntrarFactura.
           DISPLAY "Codi de Majorista: " LINE 4 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-CodiMajorista LINE 4 POSITION 30 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, PROMPT" NO BEEP.
           MOVE WS-CodiMajorista TO CodiMajorista.
           READ FitxerMajoristes.
           IF EstatFitxerMajoristes NOT EQUAL "00"
             DISPLAY "ERROR!!! Majorista NO donat d'alta" BEEP
               LINE 5 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           DISPLAY NomMajorista LINE 4 POSITION 52
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Factura d'anul-lacio num.: " LINE 5 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-FacturaCarrec LINE 5 POSITION 33 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           DISPLAY "Data de la factura (DD/MM/AAAA): " LINE 6
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-DataCarrec LINE 6 POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-DataCarrec LINE 6 POSITION 40 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "Anul-lacio (0=fi)     Retingut   Carrec" LINE 8
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE 0 TO WS-LiniesFactura.
           MOVE 0 TO WS-TotalFactura.
           MOVE 9 TO Fila.
           MOVE "N" TO WS-FiFactura.
           PERFORM EntrarLiniaFactura UNTIL WS-FiFactura = "S".
           MOVE WS-LiniesFactura TO ED-Linies.
           MOVE WS-TotalFactura TO ED-Import.
           DISPLAY "Anul-lacions: " LINE 21 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Linies LINE 21 POSITION 19
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Total carrecs factura: " LINE 21 POSITION 25
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Import LINE 21 POSITION 49
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           ACCEPT Tecla NO BEEP.

        EntrarLiniaFactura.
           DISPLAY "                                             "
             LINE Fila POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE 0 TO WS-NumAnulacioEntrada.
           ACCEPT WS-NumAnulacioEntrada LINE Fila POSITION 5 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           IF WS-NumAnulacioEntrada EQUAL 0
             MOVE "S" TO WS-FiFactura
           ELSE
             MOVE WS-NumAnulacioEntrada TO NumeroAnulacio
             READ FitxerAnulacions
             IF EstatFitxerAnulacions NOT EQUAL "00"
               DISPLAY "NO registrada" BEEP LINE Fila POSITION 24
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ELSE
               PERFORM ValidarLiniaFactura
             END-IF
             ADD 1 TO Fila
             IF Fila > 19
               MOVE 9 TO Fila
             END-IF
           END-IF.

        ValidarLiniaFactura.
           MOVE CodiViatgeAnulat TO CodiViatge.
           READ CatalegViatges.
           IF EstatCatalegViatges NOT EQUAL "00" OR
              Majorista NOT EQUAL WS-CodiMajorista
             DISPLAY "D'un altre Majorista" BEEP LINE Fila
               POSITION 24 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           ELSE
             IF NumeroLiquidacioCarrec NOT EQUAL 0
               DISPLAY "Ja liquidat" BEEP LINE Fila POSITION 24
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ELSE
               PERFORM GravarLiniaFactura
             END-IF
           END-IF.

        GravarLiniaFactura.
           COMPUTE WS-ImportRetingut = ImportAnulat - ImportRetorn.
           MOVE WS-ImportRetingut TO ED-Retingut.
           DISPLAY ED-Retingut LINE Fila POSITION 24
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY CarrecProveidor LINE Fila POSITION 35
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE RegistreAnulacio TO RD-ImatgeAbans.
           MOVE "RW" TO RD-Operacio.
           ACCEPT CarrecProveidor LINE Fila POSITION 35 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           MOVE "F" TO OrigenCarrec.
           MOVE WS-FacturaCarrec TO FacturaCarrecProveidor.
           MOVE WS-DataCarrec TO DataCarrecProveidor.
           REWRITE RegistreAnulacio.
           PERFORM DiariAnulacio.
           IF EstatFitxerAnulacions EQUAL "00"
             ADD 1 TO WS-LiniesFactura
             ADD CarrecProveidor TO WS-TotalFactura
           ELSE
             DISPLAY "NO grabat" BEEP LINE Fila POSITION 45
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.

        DiariAnulacio.
           IF EstatFitxerAnulacions EQUAL "00"
             MOVE "ANULACIO" TO RD-Fitxer
             MOVE RegistreAnulacio TO RD-ImatgeDespres
             CALL "REGDIARI.COB" USING PeticioDiari
             CANCEL "REGDIARI.COB"
           END-IF.

        Sortir.
           CLOSE FitxerAnulacions.
           CLOSE CatalegViatges.
           CLOSE FitxerMajoristes.
           EXIT PROGRAM.
