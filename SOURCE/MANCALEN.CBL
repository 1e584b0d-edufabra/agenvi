       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulManteniCalendari.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FCALEN.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-CALEN.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerCalendari     PIC XX VALUE "00".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 Segur                    PIC X VALUE "N".
         COPY SESSIO-W.CPY.
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 6.
         77 WS-OficinaCal            PIC 9(2) VALUE 0.
         77 WS-AnyCal                PIC 9(4) VALUE 0.
         77 WS-DataTxt               PIC X(10) VALUE SPACES.
         77 WS-DiaTxt                PIC 99 VALUE 0.
         77 WS-MesTxt                PIC 99 VALUE 0.
         77 WS-AnyTxt                PIC 9(4) VALUE 0.
         77 WS-DataLlista            PIC X(10) VALUE SPACES.
         01 WS-DataNum               PIC 9(8).
         01 WS-DataNumR REDEFINES WS-DataNum.
           02 WS-AnyNum              PIC 9(4).
           02 WS-MesNum              PIC 99.
           02 WS-DiaNum              PIC 99.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerCalendari.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           IF NOT WS-RolSessioAdministrador
             DISPLAY "ERROR!!! Nomes l'Administrador pot canviar"
               BEEP LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "el calendari" LINE 11 POSITION 53
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           OPEN I-O FitxerCalendari.
           IF EstatFitxerCalendari NOT EQUAL "00"
             OPEN OUTPUT FitxerCalendari
             CLOSE FitxerCalendari
             OPEN I-O FitxerCalendari
           END-IF.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "CALENDARI DE FESTIUS I TANCAMENTS D'OFICINA"
             LINE 2 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Oficina (00 = totes): " LINE 3 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-OficinaSessio TO WS-OficinaCal.
           ACCEPT WS-OficinaCal LINE 3 POSITION 28 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           DISPLAY "Any: " LINE 3 POSITION 35
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-AnySistema TO WS-AnyCal.
           ACCEPT WS-AnyCal LINE 3 POSITION 40 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           PERFORM LlistarCalendari.
           PERFORM DemanarData.
           PERFORM EditarDia UNTIL WS-DataTxt EQUAL SPACES.
           CLOSE FitxerCalendari.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           EXIT PROGRAM.

        LlistarCalendari.
           DISPLAY "Data       T Descripcio" LINE 5 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE 6 TO Fila.
           MOVE WS-OficinaCal TO OficinaCalendari.
           COMPUTE DataCalendari = WS-AnyCal * 10000 + 101.
           START FitxerCalendari KEY IS NOT LESS THAN ClauCalendari.
           IF EstatFitxerCalendari EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM MostrarDia UNTIL FiFitxer = "SI"
           END-IF.

        MostrarDia.
           READ FitxerCalendari NEXT RECORD, AT END MOVE "SI"
             TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             MOVE DataCalendari TO WS-DataNum
             IF OficinaCalendari NOT EQUAL WS-OficinaCal OR
                WS-AnyNum NOT EQUAL WS-AnyCal
               MOVE "SI" TO FiFitxer
             ELSE
               MOVE SPACES TO WS-DataLlista
               STRING WS-DiaNum DELIMITED BY SIZE "/" DELIMITED BY
                 SIZE WS-MesNum DELIMITED BY SIZE "/" DELIMITED BY
                 SIZE WS-AnyNum DELIMITED BY SIZE INTO WS-DataLlista
               DISPLAY WS-DataLlista LINE Fila POSITION 5
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY TipusDiaCalendari LINE Fila POSITION 16
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY DescripcioCalendari LINE Fila POSITION 18
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               ADD 1 TO Fila
               IF Fila > 14
                 ACCEPT Tecla NO BEEP
                 MOVE 6 TO Fila
               END-IF
             END-IF
           END-IF.

        DemanarData.
           DISPLAY "Data (DD/MM/AAAA, en blanc = acabar): "
             LINE 16 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE SPACES TO WS-DataTxt.
           ACCEPT WS-DataTxt LINE 16 POSITION 44 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.

        EditarDia.
           MOVE 0 TO WS-DiaTxt.
           MOVE 0 TO WS-MesTxt.
           MOVE 0 TO WS-AnyTxt.
           UNSTRING WS-DataTxt DELIMITED BY "/" INTO WS-DiaTxt
             WS-MesTxt WS-AnyTxt.
           IF WS-DiaTxt < 1 OR WS-DiaTxt > 31 OR
              WS-MesTxt < 1 OR WS-MesTxt > 12 OR WS-AnyTxt < 2000
             DISPLAY "ERROR!!! Data incorrecta" BEEP LINE 20
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             PERFORM DemanarData
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-OficinaCal TO OficinaCalendari.
           COMPUTE DataCalendari = WS-AnyTxt * 10000 +
             WS-MesTxt * 100 + WS-DiaTxt.
           READ FitxerCalendari.
           IF EstatFitxerCalendari EQUAL "00"
             DISPLAY "Actual: " LINE 17 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY TipusDiaCalendari LINE 17 POSITION 13
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY DescripcioCalendari LINE 17 POSITION 15
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "Vol Borrar el dia (S/N)? " LINE 18
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             MOVE "N" TO Segur
             ACCEPT Segur LINE 18 POSITION 31 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             IF Segur EQUAL "S"
               DELETE FitxerCalendari RECORD
               DISPLAY "Dia borrat                " LINE 20
                 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               PERFORM DemanarData
               EXIT PARAGRAPH
             END-IF
           ELSE
             MOVE "F" TO TipusDiaCalendari
             MOVE SPACES TO DescripcioCalendari
           END-IF.
           DISPLAY "(F)estiu o (T)ancament d'oficina: " LINE 18
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TipusDiaCalendari LINE 18 POSITION 40 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP.
           IF NOT DiaTancament
             MOVE "F" TO TipusDiaCalendari
           END-IF.
           DISPLAY "Descripcio: " LINE 19 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT DescripcioCalendari LINE 19 POSITION 18 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP.
           IF EstatFitxerCalendari EQUAL "00"
             REWRITE RegistreCalendari
           ELSE
             WRITE RegistreCalendari
           END-IF.
           DISPLAY "Dia grabat                " LINE 20 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           PERFORM DemanarData.
