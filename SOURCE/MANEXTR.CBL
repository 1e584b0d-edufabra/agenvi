       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulManteniExtractes.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FEXTR.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-EXTR.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerExtractes     PIC XX VALUE "00".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 Segur                    PIC X VALUE "N".
         77 Correcte                 PIC XX VALUE "NO".
         COPY SESSIO-W.CPY.
         COPY CAMPEXT-W.CPY.
         77 WS-IndexCamp             PIC 99 VALUE 0.
         77 WS-IndexDic              PIC 99 VALUE 0.
         77 WS-CodiValidar           PIC X(8) VALUE SPACES.
         77 WS-CampTrobat            PIC X VALUE "N".
         77 WS-Fila                  PIC 99 VALUE 0.
         77 WS-Columna               PIC 99 VALUE 0.
         77 WS-VolLlista             PIC X VALUE "N".
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
                 FitxerExtractes.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           IF NOT WS-RolSessioAdministrador
             DISPLAY "ERROR!!! Nomes l'Administrador pot definir"
               BEEP LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "extractes" LINE 11 POSITION 54
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           OPEN I-O FitxerExtractes.
           IF EstatFitxerExtractes NOT EQUAL "00"
             OPEN OUTPUT FitxerExtractes
             CLOSE FitxerExtractes
             OPEN I-O FitxerExtractes
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 2 0 23 80" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "DEFINICIO D'EXTRACTES DE RESERVES I CLIENTS"
             LINE 1 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Veure els camps disponibles (S/N)? " LINE 2
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE "N" TO WS-VolLlista.
           ACCEPT WS-VolLlista LINE 2 POSITION 41 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF WS-VolLlista EQUAL "S"
             PERFORM MostrarCampsDisponibles
           END-IF.
           DISPLAY "Nom de l'extracte: " LINE 3 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT NomExtracte LINE 3 POSITION 25 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, PROMPT" NO BEEP.
           IF NomExtracte EQUAL SPACES
             PERFORM Sortir
           END-IF.
           READ FitxerExtractes.
           IF EstatFitxerExtractes NOT EQUAL "00"
             MOVE SPACES TO DescripcioExtracte
             MOVE SPACES TO CampsExtracte
             MOVE SPACES TO FiltresExtracte
             MOVE SPACES TO OrdresExtracte
             MOVE ";" TO SeparadorExtracte
           END-IF.
           DISPLAY "Descripcio: " LINE 4 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT DescripcioExtracte LINE 4 POSITION 18 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP.
           DISPLAY "Camps a extreure (codis, en blanc = cap):" LINE 5
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           PERFORM DemanarCamp VARYING WS-IndexCamp FROM 1 BY 1
             UNTIL WS-IndexCamp > 10.
           IF CampExtracte(1) EQUAL SPACES
             DISPLAY "ERROR!!! Cal almenys un camp" BEEP LINE 22
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           DISPLAY "Filtres: (I)gual, (R)ang des-fins, (C)onte"
             LINE 8 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           PERFORM DemanarFiltre VARYING WS-IndexCamp FROM 1 BY 1
             UNTIL WS-IndexCamp > 5.
           DISPLAY "Ordenar per: " LINE 19 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           PERFORM DemanarOrdre VARYING WS-IndexCamp FROM 1 BY 1
             UNTIL WS-IndexCamp > 3.
           DISPLAY "Separador del fitxer: " LINE 20 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT SeparadorExtracte LINE 20 POSITION 28 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           IF SeparadorExtracte EQUAL SPACE
             MOVE ";" TO SeparadorExtracte
           END-IF.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           MOVE SPACES TO DataModExtracte.
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnySistema DELIMITED BY SIZE INTO
             DataModExtracte.
           MOVE WS-NomUsuariSessio TO UsuariExtracte.
           IF EstatFitxerExtractes EQUAL "00"
             REWRITE RegistreExtracte
             DISPLAY "Vol Borrar aquest Extracte (S/N)? " LINE 21
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             MOVE "N" TO Segur
             ACCEPT Segur LINE 21 POSITION 41 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             IF Segur EQUAL "S"
               DELETE FitxerExtractes RECORD
             END-IF
           ELSE
             WRITE RegistreExtracte
           END-IF.
           DISPLAY "Extracte grabat" LINE 22 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Tecla NO BEEP.
           PERFORM Sortir.

        MostrarCampsDisponibles.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 2 0 23 80" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "Codi     O Descripcio" LINE 3 POSITION 3
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Codi     O Descripcio" LINE 3 POSITION 42
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           PERFORM MostrarCampDic VARYING WS-IndexDic FROM 1 BY 1
             UNTIL WS-IndexDic > NumCampsDic.
           DISPLAY "O: R=Reserva C=Client V=Viatge" LINE 20
             POSITION 3 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Tecla NO BEEP.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 2 0 23 80" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".

        MostrarCampDic.
           IF WS-IndexDic > 15
             COMPUTE WS-Fila = WS-IndexDic - 11
             MOVE 42 TO WS-Columna
           ELSE
             COMPUTE WS-Fila = WS-IndexDic + 4
             MOVE 3 TO WS-Columna
           END-IF.
           DISPLAY DicCodi(WS-IndexDic) LINE WS-Fila
             POSITION WS-Columna CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ADD 9 TO WS-Columna.
           DISPLAY DicOrigen(WS-IndexDic) LINE WS-Fila
             POSITION WS-Columna CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ADD 2 TO WS-Columna.
           DISPLAY DicDescripcio(WS-IndexDic) LINE WS-Fila
             POSITION WS-Columna CONTROL "FCOLOR=GREY, BCOLOR=WHITE".

        DemanarCamp.
           IF WS-IndexCamp > 5
             MOVE 7 TO WS-Fila
             COMPUTE WS-Columna = (WS-IndexCamp - 6) * 10 + 5
           ELSE
             MOVE 6 TO WS-Fila
             COMPUTE WS-Columna = (WS-IndexCamp - 1) * 10 + 5
           END-IF.
           MOVE "NO" TO Correcte.
           PERFORM ValidarCampEntrat UNTIL Correcte = "SI".

        ValidarCampEntrat.
           ACCEPT CampExtracte(WS-IndexCamp) LINE WS-Fila
             POSITION WS-Columna CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP.
           MOVE CampExtracte(WS-IndexCamp) TO WS-CodiValidar.
           PERFORM ValidarCodi.
           IF WS-CampTrobat EQUAL "S"
             MOVE "SI" TO Correcte
             DISPLAY SPACES LINE 22 POSITION 5
           ELSE
             DISPLAY "ERROR!!! Codi de camp desconegut" BEEP LINE 22
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.

        ValidarCodi.
           MOVE "N" TO WS-CampTrobat.
           IF WS-CodiValidar EQUAL SPACES
             MOVE "S" TO WS-CampTrobat
           ELSE
             PERFORM CercarCodiDic VARYING WS-IndexDic FROM 1 BY 1
               UNTIL WS-IndexDic > NumCampsDic
           END-IF.

        CercarCodiDic.
           IF DicCodi(WS-IndexDic) EQUAL WS-CodiValidar
             MOVE "S" TO WS-CampTrobat
           END-IF.

        DemanarFiltre.
           COMPUTE WS-Fila = WS-IndexCamp * 2 + 7.
           DISPLAY "Filtre " LINE WS-Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-IndexCamp LINE WS-Fila POSITION 12
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE "NO" TO Correcte.
           PERFORM ValidarFiltreEntrat UNTIL Correcte = "SI".
           IF CampFiltre(WS-IndexCamp) EQUAL SPACES
             MOVE SPACE TO OperadorFiltre(WS-IndexCamp)
             MOVE SPACES TO ValorFiltreDes(WS-IndexCamp)
             MOVE SPACES TO ValorFiltreFins(WS-IndexCamp)
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Op: " LINE WS-Fila POSITION 25
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT OperadorFiltre(WS-IndexCamp) LINE WS-Fila
             POSITION 29 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP.
           IF NOT FiltreRang(WS-IndexCamp) AND
              NOT FiltreConte(WS-IndexCamp)
             MOVE "I" TO OperadorFiltre(WS-IndexCamp)
           END-IF.
           DISPLAY "Valor/Des: " LINE WS-Fila POSITION 32
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT ValorFiltreDes(WS-IndexCamp) LINE WS-Fila
             POSITION 43 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP.
           IF FiltreRang(WS-IndexCamp)
             ADD 1 TO WS-Fila
             DISPLAY "Fins: " LINE WS-Fila POSITION 37
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT ValorFiltreFins(WS-IndexCamp) LINE WS-Fila
               POSITION 43 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP
           ELSE
             MOVE SPACES TO ValorFiltreFins(WS-IndexCamp)
           END-IF.

        ValidarFiltreEntrat.
           ACCEPT CampFiltre(WS-IndexCamp) LINE WS-Fila POSITION 15
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE"
             NO BEEP.
           MOVE CampFiltre(WS-IndexCamp) TO WS-CodiValidar.
           PERFORM ValidarCodi.
           IF WS-CampTrobat EQUAL "S"
             MOVE "SI" TO Correcte
             DISPLAY SPACES LINE 22 POSITION 5
           ELSE
             DISPLAY "ERROR!!! Codi de camp desconegut" BEEP LINE 22
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.

        DemanarOrdre.
           COMPUTE WS-Columna = (WS-IndexCamp - 1) * 10 + 18.
           MOVE 19 TO WS-Fila.
           MOVE "NO" TO Correcte.
           PERFORM ValidarOrdreEntrat UNTIL Correcte = "SI".

        ValidarOrdreEntrat.
           ACCEPT CampOrdre(WS-IndexCamp) LINE WS-Fila
             POSITION WS-Columna CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP.
           MOVE CampOrdre(WS-IndexCamp) TO WS-CodiValidar.
           PERFORM ValidarCodi.
           IF WS-CampTrobat EQUAL "S"
             MOVE "SI" TO Correcte
             DISPLAY SPACES LINE 22 POSITION 5
           ELSE
             DISPLAY "ERROR!!! Codi de camp desconegut" BEEP LINE 22
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.

        Sortir.
           CLOSE FitxerExtractes.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 2 0 23 80" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           EXIT PROGRAM.
