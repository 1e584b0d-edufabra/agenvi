       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulRemesaPagamentsSubagents.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FLQSUB.CPY.
            COPY S-FSUBA.CPY.
            COPY S-FNUMRP.CPY.
            COPY S-FLLIST.CPY.
            SELECT FitxerRemesa ASSIGN TO WS-NomFitxerRemesa
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EstatFitxerRemesa.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-LQSUB.CPY.
          COPY FD-SUBA.CPY.
          COPY FD-NUMRP.CPY.
          COPY FD-LLIST.CPY.
         FD FitxerRemesa
           LABEL RECORD IS STANDARD
           DATA RECORD IS LiniaRemesa.
         01 LiniaRemesa                 PIC X(80).

        WORKING-STORAGE SECTION.
         77 EstatFitxerLiqSubagents  PIC XX VALUE "00".
         77 EstatFitxerSubagents     PIC XX VALUE "00".
         77 EstatFitxerNumRemesesPag PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 EstatFitxerRemesa        PIC XX VALUE "00".
         77 WS-NomFitxerRemesa       PIC X(40) VALUE SPACES.
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 6.
         77 Tecla                    PIC X.
         77 Segur                    PIC X VALUE "N".
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 WS-NomFitxerSortida      PIC X(40) VALUE SPACES.
         77 TipusSortida             PIC X VALUE "P".
           88 SortidaPantalla        VALUE "P".
           88 SortidaImpressora      VALUE "I".
           88 SortidaFitxer          VALUE "F".
         77 WS-TitolSpool           PIC X(30)
            VALUE "ORDRES DE PAGAMENT SUBAGENTS".
         77 WS-NumOrdres             PIC 9(5) VALUE 0.
         77 WS-NumSenseIBAN          PIC 9(5) VALUE 0.
         77 WS-NumAprovades          PIC 9(5) VALUE 0.
         77 WS-TotalRemesa           PIC 9(9) VALUE 0.
         77 ED-Import                PIC ZZZZZZZZ9.
         COPY SESSIO-W.CPY.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerLiqSubagents, FitxerSubagents.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           IF WS-SessioFormacio
             DISPLAY "ERROR!!! En mode FORMACIO no es generen fitxers"
               BEEP LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "per al banc" LINE 12 POSITION 10
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           IF WS-RolSessioConsulta
             DISPLAY "ERROR!!! Usuari sense permis per remesar"
               BEEP LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           OPEN I-O FitxerLiqSubagents.
           IF EstatFitxerLiqSubagents NOT EQUAL "00"
             DISPLAY "ERROR!!! Cap liquidacio de Subagents" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           OPEN INPUT FitxerSubagents.
           IF EstatFitxerSubagents NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Subagents NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             CLOSE FitxerLiqSubagents
             EXIT PROGRAM
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           IF WS-RolSessioAdministrador
             PERFORM AprovarLiquidacions
           END-IF.
           DISPLAY "Generar la remesa de les liquidacions aprovades"
             LINE 1 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "(S/N)? " LINE 1 POSITION 53
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE "N" TO Segur.
           ACCEPT Segur LINE 1 POSITION 60 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF Segur NOT EQUAL "S"
             PERFORM Sortir
           END-IF.
           PERFORM DemanarSortida.
           PERFORM ObtenirNumeroRemesaPag.
           MOVE SPACES TO WS-NomFitxerRemesa.
           STRING "SUB" DELIMITED BY SIZE UltimNumeroRemesaPag
             DELIMITED BY SIZE ".TXT" DELIMITED BY SIZE
             INTO WS-NomFitxerRemesa.
           OPEN OUTPUT FitxerRemesa.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "REMESA DE PAGAMENTS A SUBAGENTS NUM. " LINE 3
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY UltimNumeroRemesaPag LINE 3 POSITION 42
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "ORDRES DE PAGAMENT A SUBAGENTS - REMESA NUM. "
               DELIMITED BY SIZE UltimNumeroRemesaPag DELIMITED BY
               SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE 5 TO Fila.
           MOVE 0 TO NumeroLiqSubagent.
           START FitxerLiqSubagents KEY IS GREATER THAN
             NumeroLiqSubagent.
           MOVE "NO" TO FiFitxer.
           PERFORM RevisarLiquidacio UNTIL FiFitxer = "SI".
           CLOSE FitxerRemesa.
           MOVE WS-TotalRemesa TO ED-Import.
           DISPLAY "Ordres: " LINE 21 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-NumOrdres LINE 21 POSITION 13
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Import total: " LINE 21 POSITION 22
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Import LINE 21 POSITION 37
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Sense IBAN: " LINE 21 POSITION 50
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-NumSenseIBAN LINE 21 POSITION 62
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "ORDRES: " DELIMITED BY SIZE WS-NumOrdres
               DELIMITED BY SIZE "  IMPORT: " DELIMITED BY SIZE
               ED-Import DELIMITED BY SIZE "  SENSE IBAN: "
               DELIMITED BY SIZE WS-NumSenseIBAN DELIMITED BY SIZE
               INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           ACCEPT Tecla NO BEEP.
           IF NOT SortidaPantalla CLOSE FitxerSortida END-IF.
           PERFORM Sortir.

        AprovarLiquidacions.
           MOVE 0 TO NumeroLiqSubagent.
           START FitxerLiqSubagents KEY IS GREATER THAN
             NumeroLiqSubagent.
           MOVE "NO" TO FiFitxer.
           IF EstatFitxerLiqSubagents NOT EQUAL "00"
             MOVE "SI" TO FiFitxer
           END-IF.
           PERFORM RevisarAprovacio UNTIL FiFitxer = "SI".
           DISPLAY "Liquidacions aprovades: " LINE 20 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NumAprovades LINE 20 POSITION 30
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".

        RevisarAprovacio.
           READ FitxerLiqSubagents NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF LiqSubPendentAprovacio
               MOVE ImportNetLiqSub TO ED-Import
               DISPLAY "Liquidacio: " LINE 3 POSITION 5
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY NumeroLiqSubagent LINE 3 POSITION 18
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY "Subagent: " LINE 3 POSITION 28
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY CodiSubagentLiquidat LINE 3 POSITION 38
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY "Periode: " LINE 4 POSITION 5
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY PeriodeLiqSubagent LINE 4 POSITION 18
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY "Import net: " LINE 4 POSITION 28
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY ED-Import LINE 4 POSITION 40
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY "Aprovar per al pagament (S/N)? " LINE 5
                 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               MOVE "N" TO Segur
               ACCEPT Segur LINE 5 POSITION 37 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
               IF Segur EQUAL "S"
                 MOVE "A" TO EstatPagamentLiqSub
                 MOVE WS-NomUsuariSessio TO UsuariAprovacioLiqSub
                 REWRITE RegistreLiqSubagent
                 ADD 1 TO WS-NumAprovades
               END-IF
             END-IF
           END-IF.

        DemanarSortida.
           MOVE "P" TO TipusSortida.
           DISPLAY "Sortida llista: (P)antalla (I)mpressora (F)itxer:"
             LINE 2 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TipusSortida LINE 2 POSITION 56 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF SortidaImpressora
             CALL "OBRESPOL.COB" USING WS-TitolSpool
               WS-NomFitxerSortida
             CANCEL "OBRESPOL.COB"
             OPEN OUTPUT FitxerSortida
           END-IF.
           IF SortidaFitxer
             DISPLAY "Nom del fitxer: " LINE 3 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-NomFitxerSortida LINE 3 POSITION 22 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             OPEN OUTPUT FitxerSortida
           END-IF.

        ObtenirNumeroRemesaPag.
           OPEN I-O FitxerNumRemesesPag.
           IF EstatFitxerNumRemesesPag NOT EQUAL "00"
             OPEN OUTPUT FitxerNumRemesesPag
             CLOSE FitxerNumRemesesPag
             OPEN I-O FitxerNumRemesesPag
           END-IF.
           MOVE "NUMREMSB" TO ClauNumRemesesPag.
           READ FitxerNumRemesesPag
             INVALID KEY MOVE 0 TO UltimNumeroRemesaPag
           END-READ.
           ADD 1 TO UltimNumeroRemesaPag.
           IF EstatFitxerNumRemesesPag EQUAL "00"
             REWRITE RegistreNumRemesesPag
           ELSE
             WRITE RegistreNumRemesesPag
           END-IF.
           CLOSE FitxerNumRemesesPag.

        RevisarLiquidacio.
           READ FitxerLiqSubagents NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF LiqSubAprovada AND ImportNetLiqSub > 0
               MOVE CodiSubagentLiquidat TO CodiSubagent
               READ FitxerSubagents
               IF EstatFitxerSubagents EQUAL "00" AND
                  IBANSubagent NOT EQUAL SPACES
                 PERFORM IncloureOrdre
               ELSE
                 ADD 1 TO WS-NumSenseIBAN
                 IF NOT SortidaPantalla
                   MOVE SPACES TO LiniaSortida
                   STRING "SENSE IBAN: " DELIMITED BY SIZE
                     CodiSubagentLiquidat DELIMITED BY SIZE
                     " LIQUIDACIO " DELIMITED BY SIZE
                     NumeroLiqSubagent DELIMITED BY SIZE
                     INTO LiniaSortida
                   WRITE LiniaSortida
                 END-IF
               END-IF
             END-IF
           END-IF.

        IncloureOrdre.
           ADD 1 TO WS-NumOrdres.
           ADD ImportNetLiqSub TO WS-TotalRemesa.
           MOVE SPACES TO LiniaRemesa.
           STRING "34" DELIMITED BY SIZE IBANSubagent DELIMITED BY
             SIZE ";" DELIMITED BY SIZE ImportNetLiqSub
             DELIMITED BY SIZE ";" DELIMITED BY SIZE
             NumeroLiqSubagent DELIMITED BY SIZE ";" DELIMITED BY
             SIZE CodiSubagentLiquidat DELIMITED BY SIZE
             INTO LiniaRemesa.
           WRITE LiniaRemesa.
           MOVE "R" TO EstatPagamentLiqSub.
           MOVE UltimNumeroRemesaPag TO NumeroRemesaLiqSub.
           REWRITE RegistreLiqSubagent.
           DISPLAY NumeroLiqSubagent LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY CodiSubagentLiquidat LINE Fila POSITION 15
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY NomSubagent(1:20) LINE Fila POSITION 21
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE ImportNetLiqSub TO ED-Import.
           DISPLAY ED-Import LINE Fila POSITION 42
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY IBANSubagent LINE Fila POSITION 52
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING NumeroLiqSubagent DELIMITED BY SIZE " "
               DELIMITED BY SIZE CodiSubagentLiquidat DELIMITED BY
               SIZE " " DELIMITED BY SIZE NomSubagent DELIMITED BY
               SIZE " " DELIMITED BY SIZE ED-Import DELIMITED BY
               SIZE " " DELIMITED BY SIZE IBANSubagent DELIMITED
               BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           ADD 1 TO Fila.
           IF Fila > 19
             ACCEPT Tecla NO BEEP
             MOVE 5 TO Fila
           END-IF.

        Sortir.
           CLOSE FitxerLiqSubagents.
           CLOSE FitxerSubagents.
           EXIT PROGRAM.
