       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulDipositsCaixa.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FSCAI.CPY.
            COPY S-FDIPOS.CPY.
            COPY S-FNUMDP.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-SCAI.CPY.
          COPY FD-DIPOS.CPY.
          COPY FD-NUMDP.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerSessionsCaixa PIC XX VALUE "00".
         77 EstatFitxerDiposits      PIC XX VALUE "00".
         77 EstatFitxerNumDiposits   PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 8.
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         COPY SESSIO-W.CPY.
         77 WS-NomFitxerSortida      PIC X(40) VALUE SPACES.
         77 TipusSortida             PIC X VALUE "P".
           88 SortidaPantalla        VALUE "P".
           88 SortidaImpressora      VALUE "I".
           88 SortidaFitxer          VALUE "F".
         77 WS-TitolSpool           PIC X(30)
            VALUE "EFECTIU PENDENT DE BANC".
         77 WS-ModeOperacio          PIC X VALUE SPACE.
         77 WS-Resposta              PIC X VALUE "N".
         77 WS-ImportSessio          PIC S9(7) VALUE 0.
         77 WS-TotalDiposit          PIC 9(7) VALUE 0.
         77 WS-TotalPendent          PIC 9(9) VALUE 0.
         77 WS-TotalSenseDipositar   PIC 9(9) VALUE 0.
         77 WS-NumTriades            PIC 99 VALUE 0.
         77 WS-IndexTriada           PIC 99 VALUE 0.
         77 ED-Import                PIC ZZZZZZ9.
         77 ED-Total                 PIC ZZZZZZZZ9.
         01 WS-TaulaTriades.
           02 WS-SessioTriada OCCURS 50 TIMES.
             03 WS-DataTriada        PIC 9(8).
             03 WS-OperadorTriat     PIC X(15).
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
                 FitxerSessionsCaixa, FitxerDiposits,
                 FitxerNumDiposits.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           IF WS-RolSessioConsulta
             DISPLAY "ERROR!!! Usuari sense permis sobre la caixa" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           OPEN I-O FitxerSessionsCaixa.
           IF EstatFitxerSessionsCaixa NOT EQUAL "00"
             DISPLAY "ERROR!!! Cap sessio de caixa registrada" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           OPEN I-O FitxerDiposits.
           IF EstatFitxerDiposits NOT EQUAL "00"
             OPEN OUTPUT FitxerDiposits
             CLOSE FitxerDiposits
             OPEN I-O FitxerDiposits
           END-IF.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "(N)ou diposit bancari (P)endents de banc: "
             LINE 1 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-ModeOperacio LINE 1 POSITION 48 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           EVALUATE WS-ModeOperacio
             WHEN "N" PERFORM NouDiposit
             WHEN "P" PERFORM LlistarPendents
           END-EVALUATE.
           PERFORM Sortir.

        NouDiposit.
           DISPLAY "DIPOSIT BANCARI D'EFECTIU DE CAIXA" LINE 2
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE SPACES TO DataDiposit.
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnySistema DELIMITED BY SIZE INTO DataDiposit.
           DISPLAY "Data del diposit (DD/MM/AAAA): " LINE 3
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT DataDiposit LINE 3 POSITION 37 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           DISPLAY "Banc: " LINE 4 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE SPACES TO BancDiposit.
           ACCEPT BancDiposit LINE 4 POSITION 37 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           DISPLAY "Persona que el porta: " LINE 5 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE SPACES TO PortadorDiposit.
           ACCEPT PortadorDiposit LINE 5 POSITION 37 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           DISPLAY "Numero de resguard: " LINE 6 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE SPACES TO ResguardDiposit.
           ACCEPT ResguardDiposit LINE 6 POSITION 37 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF BancDiposit EQUAL SPACES OR PortadorDiposit EQUAL SPACES
             DISPLAY "ERROR!!! Cal indicar el banc i el portador" BEEP
               LINE 20 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "DATA      OPERADOR        EFECTIU  INCLOURE"
             LINE 7 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE 0 TO WS-NumTriades.
           MOVE 0 TO WS-TotalDiposit.
           MOVE 8 TO Fila.
           MOVE 0 TO DataSessioCaixa.
           MOVE SPACES TO OperadorSessioCaixa.
           START FitxerSessionsCaixa KEY IS NOT LESS THAN
             ClauSessioCaixa.
           IF EstatFitxerSessionsCaixa EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM TriarSessio UNTIL FiFitxer = "SI"
           END-IF.
           MOVE WS-TotalDiposit TO ED-Import.
           DISPLAY "Import del diposit: " LINE 20 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Import LINE 20 POSITION 26
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF WS-NumTriades EQUAL 0
             DISPLAY "Cap sessio triada, diposit NO creat" BEEP
               LINE 21 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirmar el diposit (S/N)? " LINE 21 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE "N" TO WS-Resposta.
           ACCEPT WS-Resposta LINE 21 POSITION 34 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF WS-Resposta NOT EQUAL "S"
             EXIT PARAGRAPH
           END-IF.
           PERFORM ObtenirNumeroDiposit.
           PERFORM MarcarSessio VARYING WS-IndexTriada FROM 1 BY 1
             UNTIL WS-IndexTriada > WS-NumTriades.
           MOVE WS-TotalDiposit TO ImportDiposit.
           MOVE WS-NumTriades TO NumSessionsDiposit.
           MOVE WS-OficinaSessio TO OficinaDiposit.
           MOVE WS-NomUsuariSessio TO UsuariDiposit.
           MOVE "P" TO EstatDiposit.
           MOVE SPACES TO DataConciliacioDiposit.
           WRITE RegistreDiposit.
           DISPLAY "Diposit numero " LINE 22 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY NumeroDiposit LINE 22 POSITION 20
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY " REGISTRAT" LINE 22 POSITION 27
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Tecla NO BEEP.

        TriarSessio.
           READ FitxerSessionsCaixa NEXT RECORD, AT END MOVE "SI"
             TO FiFitxer.
           IF FiFitxer EQUAL "SI"
             EXIT PARAGRAPH
           END-IF.
           PERFORM ComprovarSessioPendent.
           IF WS-Resposta NOT EQUAL "S"
             EXIT PARAGRAPH
           END-IF.
           IF WS-NumTriades >= 50
             MOVE "SI" TO FiFitxer
             EXIT PARAGRAPH
           END-IF.
           DISPLAY DataSessioCaixa LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY OperadorSessioCaixa LINE Fila POSITION 15
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-ImportSessio TO ED-Import.
           DISPLAY ED-Import LINE Fila POSITION 31
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE "S" TO WS-Resposta.
           ACCEPT WS-Resposta LINE Fila POSITION 42 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP.
           IF WS-Resposta EQUAL "S"
             ADD 1 TO WS-NumTriades
             MOVE DataSessioCaixa TO WS-DataTriada(WS-NumTriades)
             MOVE OperadorSessioCaixa TO
               WS-OperadorTriat(WS-NumTriades)
             ADD WS-ImportSessio TO WS-TotalDiposit
           END-IF.
           ADD 1 TO Fila.
           IF Fila > 18
             MOVE 8 TO Fila
           END-IF.

        ComprovarSessioPendent.
           MOVE "N" TO WS-Resposta.
           MOVE 0 TO WS-ImportSessio.
           IF NOT SessioCaixaTancada
             EXIT PARAGRAPH
           END-IF.
           IF NumeroDipositCaixa NUMERIC AND
              NumeroDipositCaixa NOT EQUAL 0
             EXIT PARAGRAPH
           END-IF.
           IF WS-OficinaSessio NOT EQUAL 0 AND
              OficinaSessioCaixa NOT EQUAL WS-OficinaSessio
             EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ImportSessio = ImportComptatCaixa -
             FonsInicialCaixa.
           IF WS-ImportSessio > 0
             MOVE "S" TO WS-Resposta
           END-IF.

        MarcarSessio.
           MOVE WS-DataTriada(WS-IndexTriada) TO DataSessioCaixa.
           MOVE WS-OperadorTriat(WS-IndexTriada) TO
             OperadorSessioCaixa.
           READ FitxerSessionsCaixa.
           IF EstatFitxerSessionsCaixa EQUAL "00"
             MOVE NumeroDiposit TO NumeroDipositCaixa
             REWRITE RegistreSessioCaixa
           END-IF.

        ObtenirNumeroDiposit.
           OPEN I-O FitxerNumDiposits.
           IF EstatFitxerNumDiposits NOT EQUAL "00"
             OPEN OUTPUT FitxerNumDiposits
             CLOSE FitxerNumDiposits
             OPEN I-O FitxerNumDiposits
           END-IF.
           MOVE "NUMDIPOS" TO ClauNumDiposits.
           READ FitxerNumDiposits
             INVALID KEY MOVE 0 TO UltimNumeroDiposit
           END-READ.
           ADD 1 TO UltimNumeroDiposit.
           IF EstatFitxerNumDiposits EQUAL "00"
             REWRITE RegistreNumDiposits
           ELSE
             WRITE RegistreNumDiposits
           END-IF.
           MOVE UltimNumeroDiposit TO NumeroDiposit.
           CLOSE FitxerNumDiposits.

        LlistarPendents.
           PERFORM DemanarSortida.
           DISPLAY "DIPOSITS PENDENTS DE VEURE AL BANC" LINE 3
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "NUMERO  DATA       BANC                 RESGUARD"
             LINE 4 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "        IMPORT" LINE 4 POSITION 54
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE "DIPOSITS PENDENTS DE VEURE AL BANC" TO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE 5 TO Fila.
           MOVE 0 TO WS-TotalPendent.
           MOVE 0 TO NumeroDiposit.
           START FitxerDiposits KEY IS GREATER THAN NumeroDiposit.
           IF EstatFitxerDiposits EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM LlistarDiposit UNTIL FiFitxer = "SI"
           END-IF.
           MOVE WS-TotalPendent TO ED-Total.
           PERFORM EscriureTotalPendent.
           PERFORM AvancarFila.
           DISPLAY "EFECTIU COMPTAT SENSE DIPOSITAR" LINE Fila
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE "EFECTIU COMPTAT SENSE DIPOSITAR" TO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           PERFORM AvancarFila.
           MOVE 0 TO WS-TotalSenseDipositar.
           MOVE 0 TO DataSessioCaixa.
           MOVE SPACES TO OperadorSessioCaixa.
           START FitxerSessionsCaixa KEY IS NOT LESS THAN
             ClauSessioCaixa.
           IF EstatFitxerSessionsCaixa EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM LlistarSessioPendent UNTIL FiFitxer = "SI"
           END-IF.
           MOVE WS-TotalSenseDipositar TO ED-Total.
           PERFORM EscriureTotalPendent.
           ACCEPT Tecla NO BEEP.
           IF NOT SortidaPantalla CLOSE FitxerSortida END-IF.

        LlistarDiposit.
           READ FitxerDiposits NEXT RECORD, AT END MOVE "SI"
             TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF DipositPendent
               ADD ImportDiposit TO WS-TotalPendent
               DISPLAY NumeroDiposit LINE Fila POSITION 5
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY DataDiposit LINE Fila POSITION 13
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY BancDiposit LINE Fila POSITION 24
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY ResguardDiposit LINE Fila POSITION 45
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               MOVE ImportDiposit TO ED-Import
               DISPLAY ED-Import LINE Fila POSITION 61
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               IF NOT SortidaPantalla
                 MOVE SPACES TO LiniaSortida
                 STRING NumeroDiposit DELIMITED BY SIZE " "
                   DELIMITED BY SIZE DataDiposit DELIMITED BY SIZE
                   " " DELIMITED BY SIZE BancDiposit DELIMITED BY
                   SIZE " " DELIMITED BY SIZE ResguardDiposit
                   DELIMITED BY SIZE " " DELIMITED BY SIZE ED-Import
                   DELIMITED BY SIZE " " DELIMITED BY SIZE
                   PortadorDiposit DELIMITED BY SIZE INTO LiniaSortida
                 WRITE LiniaSortida
               END-IF
               PERFORM AvancarFila
             END-IF
           END-IF.

        LlistarSessioPendent.
           READ FitxerSessionsCaixa NEXT RECORD, AT END MOVE "SI"
             TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             PERFORM ComprovarSessioPendent
             IF WS-Resposta EQUAL "S"
               ADD WS-ImportSessio TO WS-TotalSenseDipositar
               DISPLAY DataSessioCaixa LINE Fila POSITION 5
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY OperadorSessioCaixa LINE Fila POSITION 15
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               MOVE WS-ImportSessio TO ED-Import
               DISPLAY ED-Import LINE Fila POSITION 31
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               IF NOT SortidaPantalla
                 MOVE SPACES TO LiniaSortida
                 STRING DataSessioCaixa DELIMITED BY SIZE " "
                   DELIMITED BY SIZE OperadorSessioCaixa DELIMITED
                   BY SIZE " " DELIMITED BY SIZE ED-Import
                   DELIMITED BY SIZE INTO LiniaSortida
                 WRITE LiniaSortida
               END-IF
               PERFORM AvancarFila
             END-IF
           END-IF.

        EscriureTotalPendent.
           DISPLAY "TOTAL: " LINE Fila POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Total LINE Fila POSITION 12
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "TOTAL: " DELIMITED BY SIZE ED-Total
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           PERFORM AvancarFila.

        AvancarFila.
           ADD 1 TO Fila.
           IF Fila > 19
             ACCEPT Tecla NO BEEP
             MOVE 5 TO Fila
           END-IF.

        DemanarSortida.
           MOVE "P" TO TipusSortida.
           DISPLAY "Sortida: (P)antalla (I)mpressora (F)itxer: " LINE 2
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TipusSortida LINE 2 POSITION 50 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF SortidaImpressora
             CALL "OBRESPOL.COB" USING WS-TitolSpool
               WS-NomFitxerSortida
             CANCEL "OBRESPOL.COB"
             OPEN OUTPUT FitxerSortida
           END-IF.
           IF SortidaFitxer
             DISPLAY "Nom del fitxer: " LINE 24
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-NomFitxerSortida LINE 24 POSITION 35
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             OPEN OUTPUT FitxerSortida
           END-IF.

        Sortir.
           CLOSE FitxerSessionsCaixa.
           CLOSE FitxerDiposits.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           EXIT PROGRAM.
