       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulManteniLlars.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FLLARS.CPY.
            COPY S-FNUMLL.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-LLARS.CPY.
          COPY FD-NUMLL.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerLlars         PIC XX VALUE "00".
         77 EstatFitxerNumLlars      PIC XX VALUE "00".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 Fila                     PIC 99 VALUE 10.
         77 Columna                  PIC 99 VALUE 5.
         77 FiFitxer                 PIC XX VALUE "NO".
         77 WS-OpcioLlar             PIC X VALUE SPACE.
         77 WS-CodiLlarCercat        PIC 9(7) VALUE 0.
         77 WS-CodiLlarUnir          PIC 9(7) VALUE 0.
         77 WS-IndexMembre           PIC 99 VALUE 0.
         77 WS-NouContacte           PIC X(9) VALUE SPACES.
         77 WS-NomLlarEdicio         PIC X(30) VALUE SPACES.
         77 WS-MarcaContacte         PIC X VALUE SPACE.
         COPY SESSIO-W.CPY.
         COPY LLAR-W.CPY.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.

        LINKAGE SECTION.
         77 DniLlarClient            PIC X(9).
         77 CognomLlarClient         PIC X(30).
         01 AdrecaLlarClient.
           02 AC-Carrer              PIC X(49).
           02 AC-Num                 PIC 9(4).
           02 AC-Pis                 PIC 9(3).
           02 AC-Porta               PIC 9(3).
           02 AC-Poblacio            PIC X(15).
           02 AC-Provincia           PIC X(15).
           02 AC-CodiPostal          PIC X(5).

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION USING DniLlarClient CognomLlarClient
           AdrecaLlarClient.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerLlars, FitxerNumLlars.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN I-O FitxerLlars.
           IF EstatFitxerLlars NOT EQUAL "00"
             OPEN OUTPUT FitxerLlars
             CLOSE FitxerLlars
             OPEN I-O FitxerLlars
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT2.SCR 0 1 23 79" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           PERFORM CarregarLlar.
           PERFORM MostrarLlar.
           MOVE "X" TO WS-OpcioLlar.
           PERFORM EditarLlar UNTIL WS-OpcioLlar EQUAL SPACE.
           PERFORM Sortir.

        CarregarLlar.
           MOVE "NO" TO LL-Resultat.
           MOVE 0 TO LL-CodiLlar.
           MOVE SPACES TO LL-NomLlar.
           MOVE SPACES TO LL-DniContacte.
           MOVE SPACES TO LL-AdrecaLlar.
           MOVE 0 TO LL-Num.
           MOVE 0 TO LL-Pis.
           MOVE 0 TO LL-Porta.
           MOVE 0 TO LL-NumMembres.
           MOVE DniLlarClient TO DniMembreLlar.
           READ FitxerLlars KEY IS DniMembreLlar.
           IF EstatFitxerLlars EQUAL "00"
             MOVE CodiLlar TO WS-CodiLlarCercat
             PERFORM LlegirLlar
           END-IF.

        LlegirLlar.
           MOVE 0 TO LL-NumMembres.
           MOVE WS-CodiLlarCercat TO CodiLlar.
           MOVE SPACES TO DniMembreLlar.
           READ FitxerLlars KEY IS ClauLlar.
           IF EstatFitxerLlars EQUAL "00"
             MOVE "OK" TO LL-Resultat
             MOVE CodiLlar TO LL-CodiLlar
             MOVE NomLlar TO LL-NomLlar
             MOVE DniContacteLlar TO LL-DniContacte
             MOVE AdrecaLlar TO LL-AdrecaLlar
             MOVE "NO" TO FiFitxer
             PERFORM LlegirMembre UNTIL FiFitxer = "SI"
           END-IF.

        LlegirMembre.
           READ FitxerLlars NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF CodiLlar NOT EQUAL WS-CodiLlarCercat OR
                LL-NumMembres NOT LESS THAN 10
               MOVE "SI" TO FiFitxer
             ELSE
               ADD 1 TO LL-NumMembres
               MOVE DniMembreLlar TO LL-DniMembre(LL-NumMembres)
             END-IF
           END-IF.

        MostrarLlar.
           DISPLAY BORRADO.
           DISPLAY "LLAR DEL CLIENT " LINE 2 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY DniLlarClient LINE 2 POSITION 21
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF LL-Resultat NOT EQUAL "OK"
             DISPLAY "El client no pertany a cap llar." LINE 4
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           ELSE
             DISPLAY "Llar: " LINE 4 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY LL-CodiLlar LINE 4 POSITION 11
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY LL-NomLlar LINE 4 POSITION 20
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "Contacte principal: " LINE 5 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY LL-DniContacte LINE 5 POSITION 26
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "Adreca: " LINE 6 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY LL-Carrer LINE 6 POSITION 13
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY LL-Num LINE 7 POSITION 13
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "Pis " LINE 7 POSITION 19
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY LL-Pis LINE 7 POSITION 23
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "Porta " LINE 7 POSITION 28
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY LL-Porta LINE 7 POSITION 34
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY LL-CodiPostal LINE 7 POSITION 39
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY LL-Poblacio LINE 7 POSITION 45
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY LL-Provincia LINE 7 POSITION 61
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "MEMBRES (* = contacte principal)" LINE 9
               POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
             PERFORM MostrarMembre VARYING WS-IndexMembre FROM 1 BY 1
               UNTIL WS-IndexMembre > LL-NumMembres
           END-IF.

        MostrarMembre.
           IF WS-IndexMembre > 5
             COMPUTE Fila = WS-IndexMembre + 4
             MOVE 30 TO Columna
           ELSE
             COMPUTE Fila = WS-IndexMembre + 9
             MOVE 5 TO Columna
           END-IF.
           MOVE SPACE TO WS-MarcaContacte.
           IF LL-DniMembre(WS-IndexMembre) EQUAL LL-DniContacte
             MOVE "*" TO WS-MarcaContacte
           END-IF.
           DISPLAY WS-MarcaContacte LINE Fila POSITION Columna
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ADD 2 TO Columna.
           DISPLAY LL-DniMembre(WS-IndexMembre) LINE Fila
             POSITION Columna CONTROL "FCOLOR=GREY, BCOLOR=WHITE".

        EditarLlar.
           IF LL-Resultat EQUAL "OK"
             DISPLAY "(M)odificar (C)ontacte (T)reure, blanc = acabar: "
               LINE 21 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           ELSE
             DISPLAY "(N)ova llar (U)nir a una llar, blanc = acabar: "
               LINE 21 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           MOVE SPACE TO WS-OpcioLlar.
           ACCEPT WS-OpcioLlar LINE 21 POSITION 56 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF WS-OpcioLlar NOT EQUAL SPACE AND WS-RolSessioConsulta
             DISPLAY "ERROR!!! NO te permisos per modificar llars" BEEP
               LINE 22 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             MOVE SPACE TO WS-OpcioLlar
           END-IF.
           IF LL-Resultat EQUAL "OK"
             IF WS-OpcioLlar EQUAL "M"
               PERFORM ModificarLlar
             END-IF
             IF WS-OpcioLlar EQUAL "C"
               PERFORM CanviarContacte
             END-IF
             IF WS-OpcioLlar EQUAL "T"
               PERFORM TreureMembre
             END-IF
             IF WS-OpcioLlar NOT EQUAL "M" AND
                WS-OpcioLlar NOT EQUAL "C" AND
                WS-OpcioLlar NOT EQUAL "T"
               MOVE SPACE TO WS-OpcioLlar
             END-IF
           ELSE
             IF WS-OpcioLlar EQUAL "N"
               PERFORM CrearLlar
             END-IF
             IF WS-OpcioLlar EQUAL "U"
               PERFORM UnirLlar
             END-IF
             IF WS-OpcioLlar NOT EQUAL "N" AND
                WS-OpcioLlar NOT EQUAL "U"
               MOVE SPACE TO WS-OpcioLlar
             END-IF
           END-IF.
           IF WS-OpcioLlar NOT EQUAL SPACE
             PERFORM CarregarLlar
             PERFORM MostrarLlar
           END-IF.

        CrearLlar.
           MOVE CognomLlarClient TO WS-NomLlarEdicio.
           DISPLAY "Nom de la llar: " LINE 16 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NomLlarEdicio LINE 16 POSITION 22
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-NomLlarEdicio LINE 16 POSITION 22 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           PERFORM ObtenirNumeroLlar.
           MOVE SPACES TO RegistreLlar.
           MOVE UltimNumeroLlar TO CodiLlar.
           MOVE SPACES TO DniMembreLlar.
           MOVE WS-NomLlarEdicio TO NomLlar.
           MOVE DniLlarClient TO DniContacteLlar.
           MOVE AdrecaLlarClient TO AdrecaLlar.
           ACCEPT WS-DataSistema FROM DATE YYYYMMDD.
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnySistema DELIMITED BY SIZE INTO DataAltaLlar.
           WRITE RegistreLlar.
           PERFORM GravarMembre.

        UnirLlar.
           MOVE 0 TO WS-CodiLlarUnir.
           DISPLAY "Codi de la llar: " LINE 16 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-CodiLlarUnir LINE 16 POSITION 23 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           MOVE WS-CodiLlarUnir TO WS-CodiLlarCercat.
           PERFORM LlegirLlar.
           IF LL-Resultat NOT EQUAL "OK"
             DISPLAY "ERROR!!! Llar NO existeix" BEEP LINE 22
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
           ELSE
             IF LL-NumMembres NOT LESS THAN 10
               DISPLAY "ERROR!!! La llar ja te 10 membres" BEEP
                 LINE 22 POSITION 5 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE"
               ACCEPT Tecla NO BEEP
             ELSE
               MOVE WS-CodiLlarUnir TO UltimNumeroLlar
               PERFORM GravarMembre
             END-IF
           END-IF.

        GravarMembre.
           MOVE SPACES TO RegistreLlar.
           MOVE UltimNumeroLlar TO CodiLlar.
           MOVE DniLlarClient TO DniMembreLlar.
           MOVE 0 TO NumLlar.
           MOVE 0 TO PisLlar.
           MOVE 0 TO PortaLlar.
           WRITE RegistreLlar.

        ModificarLlar.
           MOVE LL-CodiLlar TO CodiLlar.
           MOVE SPACES TO DniMembreLlar.
           READ FitxerLlars KEY IS ClauLlar.
           IF EstatFitxerLlars EQUAL "00"
             DISPLAY "Nom de la llar: " LINE 16 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY NomLlar LINE 16 POSITION 22
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT NomLlar LINE 16 POSITION 22 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             DISPLAY "Carrer: " LINE 17 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY CarrerLlar LINE 17 POSITION 13
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT CarrerLlar LINE 17 POSITION 13 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             DISPLAY "Num: " LINE 18 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY NumLlar LINE 18 POSITION 10
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT NumLlar LINE 18 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP
             DISPLAY "Pis: " LINE 18 POSITION 16
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY PisLlar LINE 18 POSITION 21
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT PisLlar LINE 18 POSITION 21 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP
             DISPLAY "Porta: " LINE 18 POSITION 26
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY PortaLlar LINE 18 POSITION 33
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT PortaLlar LINE 18 POSITION 33 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP
             DISPLAY "C.P.: " LINE 18 POSITION 38
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY CodiPostalLlar LINE 18 POSITION 44
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT CodiPostalLlar LINE 18 POSITION 44 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP
             DISPLAY "Poblacio: " LINE 19 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY PoblacioLlar LINE 19 POSITION 15
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT PoblacioLlar LINE 19 POSITION 15 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             DISPLAY "Provincia: " LINE 19 POSITION 32
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ProvinciaLlar LINE 19 POSITION 43
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT ProvinciaLlar LINE 19 POSITION 43 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             REWRITE RegistreLlar
           END-IF.

        CanviarContacte.
           MOVE DniLlarClient TO WS-NouContacte.
           PERFORM GravarContacte.

        GravarContacte.
           MOVE LL-CodiLlar TO CodiLlar.
           MOVE SPACES TO DniMembreLlar.
           READ FitxerLlars KEY IS ClauLlar.
           IF EstatFitxerLlars EQUAL "00"
             MOVE WS-NouContacte TO DniContacteLlar
             REWRITE RegistreLlar
           END-IF.

        TreureMembre.
           MOVE LL-CodiLlar TO CodiLlar.
           MOVE DniLlarClient TO DniMembreLlar.
           READ FitxerLlars KEY IS ClauLlar.
           IF EstatFitxerLlars EQUAL "00"
             DELETE FitxerLlars RECORD
           END-IF.
           IF LL-NumMembres < 2
             MOVE LL-CodiLlar TO CodiLlar
             MOVE SPACES TO DniMembreLlar
             READ FitxerLlars KEY IS ClauLlar
             IF EstatFitxerLlars EQUAL "00"
               DELETE FitxerLlars RECORD
             END-IF
           ELSE
             IF LL-DniContacte EQUAL DniLlarClient
               MOVE SPACES TO WS-NouContacte
               PERFORM CercarNouContacte VARYING WS-IndexMembre
                 FROM 1 BY 1 UNTIL WS-IndexMembre > LL-NumMembres
                 OR WS-NouContacte NOT EQUAL SPACES
               PERFORM GravarContacte
             END-IF
           END-IF.

        CercarNouContacte.
           IF LL-DniMembre(WS-IndexMembre) NOT EQUAL DniLlarClient
             MOVE LL-DniMembre(WS-IndexMembre) TO WS-NouContacte
           END-IF.

        ObtenirNumeroLlar.
           OPEN I-O FitxerNumLlars.
           IF EstatFitxerNumLlars NOT EQUAL "00"
             OPEN OUTPUT FitxerNumLlars
             CLOSE FitxerNumLlars
             OPEN I-O FitxerNumLlars
           END-IF.
           MOVE "NUMLLAR " TO ClauNumLlars.
           READ FitxerNumLlars
             INVALID KEY MOVE 0 TO UltimNumeroLlar
           END-READ.
           ADD 1 TO UltimNumeroLlar.
           IF EstatFitxerNumLlars EQUAL "00"
             REWRITE RegistreNumLlars
           ELSE
             WRITE RegistreNumLlars
           END-IF.
           CLOSE FitxerNumLlars.

        Sortir.
           CLOSE FitxerLlars.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "DEFAULT2.SCR 0 1 23 79" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           EXIT PROGRAM.
