       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulLiquidacioSubagents.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FRESER.CPY.
            COPY S-FSUBA.CPY.
            COPY S-FLQSUB.CPY.
            COPY S-FRESSB.CPY.
            COPY S-FNUMLQ.CPY.
            COPY S-FANUL.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-RESER.CPY.
          COPY FD-SUBA.CPY.
          COPY FD-LQSUB.CPY.
          COPY FD-RESSB.CPY.
          COPY FD-NUMLQ.CPY.
          COPY FD-ANUL.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatFitxerSubagents     PIC XX VALUE "00".
         77 EstatFitxerLiqSubagents  PIC XX VALUE "00".
         77 EstatFitxerReservesLiqSub PIC XX VALUE "00".
         77 EstatFitxerNumLiquidacions PIC XX VALUE "00".
         77 EstatFitxerAnulacions    PIC XX VALUE "00".
         77 WS-AnulacionsObert       PIC X VALUE "N".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 8.
         77 Tecla                    PIC X.
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
            VALUE "LIQUIDACIO SUBAGENT".
         77 WS-CodiSubagent          PIC X(5).
         77 WS-MesPeriode            PIC 99.
         77 WS-AnyPeriode            PIC 9(4).
         77 WS-PeriodeCercat         PIC 9(6).
         77 WS-DiaReg                PIC 99.
         77 WS-MesReg                PIC 99.
         77 WS-AnyReg                PIC 9(4).
         77 WS-PeriodeReg            PIC 9(6).
         77 WS-DataSortidaNum        PIC 9(8).
         77 WS-ReservaApta           PIC X VALUE "N".
         77 WS-AnulacioApta          PIC X VALUE "N".
         77 WS-JaLiquidada           PIC X VALUE "N".
         77 WS-ComissioReserva       PIC 9(7) VALUE 0.
         77 WS-ImportVendes          PIC 9(9) VALUE 0.
         77 WS-ImportComissio        PIC 9(9) VALUE 0.
         77 WS-NumReserves           PIC 9(5) VALUE 0.
         77 WS-NumAnulacions         PIC 9(5) VALUE 0.
         77 WS-ImportDescompte       PIC 9(9) VALUE 0.
         77 WS-DescompteMarcat       PIC 9(9) VALUE 0.
         77 WS-DataNegociText        PIC X(10) VALUE SPACES.
         77 ED-Import                PIC ZZZZZZZZ9.
         77 ED-Comissio              PIC ZZZZZZ9.
         77 ED-NumeroLiquidacio      PIC ZZZZZZ9.
         77 ED-Num                   PIC ZZZZ9.
         COPY SESSIO-W.CPY.
         01 WS-DataNegoci            PIC 9(8).
         01 WS-DataNegociR REDEFINES WS-DataNegoci.
           02 WS-AnyNegoci           PIC 9(4).
           02 WS-MesNegoci           PIC 99.
           02 WS-DiaNegoci           PIC 99.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerReserves, FitxerSubagents, FitxerLiqSubagents,
                 FitxerReservesLiqSub, FitxerAnulacions.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           IF WS-RolSessioConsulta
             DISPLAY "ERROR!!! Usuari sense permis per liquidar"
               BEEP LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           OPEN INPUT FitxerReserves.
           IF EstatFitxerReserves NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Reserves NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           OPEN INPUT FitxerSubagents.
           IF EstatFitxerSubagents NOT EQUAL "00"
             DISPLAY "ERROR!!! Cap Subagent donat d'alta" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             CLOSE FitxerReserves
             EXIT PROGRAM
           END-IF.
           OPEN I-O FitxerReservesLiqSub.
           IF EstatFitxerReservesLiqSub NOT EQUAL "00"
             OPEN OUTPUT FitxerReservesLiqSub
             CLOSE FitxerReservesLiqSub
             OPEN I-O FitxerReservesLiqSub
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "Codi del Subagent a liquidar: " LINE 1
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-CodiSubagent LINE 1 POSITION 36 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, PROMPT" NO BEEP.
           MOVE WS-CodiSubagent TO CodiSubagent.
           READ FitxerSubagents.
           IF EstatFitxerSubagents NOT EQUAL "00"
             DISPLAY "ERROR!!! Subagent NO donat d'alta" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           DISPLAY "Mes de sortida (MM): " LINE 2 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-MesPeriode LINE 2 POSITION 27 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "Any de sortida (AAAA): " LINE 3 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-AnyPeriode LINE 3 POSITION 29 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           COMPUTE WS-PeriodeCercat = WS-AnyPeriode * 100 +
             WS-MesPeriode.
           CALL "DATANEGO.COB" USING WS-DataNegoci.
           CANCEL "DATANEGO.COB".
           STRING WS-DiaNegoci DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesNegoci DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnyNegoci DELIMITED BY SIZE INTO
             WS-DataNegociText.
           PERFORM DemanarSortida.
           MOVE "NO" TO FiFitxer.
           PERFORM ComptarReserva UNTIL FiFitxer = "SI".
           OPEN INPUT FitxerAnulacions.
           IF EstatFitxerAnulacions EQUAL "00"
             MOVE "S" TO WS-AnulacionsObert
             PERFORM PosicionarAnulacions
             PERFORM ComptarAnulacio UNTIL FiFitxer = "SI"
           END-IF.
           IF WS-NumReserves = 0 AND WS-NumAnulacions = 0
             DISPLAY "Cap reserva pendent de liquidar en el periode"
               BEEP LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           PERFORM ObtenirNumeroLiquidacio.
           PERFORM ImprimirCapcalera.
           MOVE 0 TO NumeroReserva.
           START FitxerReserves KEY IS GREATER THAN NumeroReserva.
           MOVE "NO" TO FiFitxer.
           PERFORM MarcarReserva UNTIL FiFitxer = "SI".
           IF WS-NumAnulacions > 0
             MOVE 0 TO WS-DescompteMarcat
             PERFORM PosicionarAnulacions
             PERFORM MarcarAnulacio UNTIL FiFitxer = "SI"
           END-IF.
           PERFORM GravarLiquidacio.
           PERFORM ImprimirTotals.
           ACCEPT Tecla NO BEEP.
           IF NOT SortidaPantalla CLOSE FitxerSortida END-IF.
           PERFORM Sortir.

        DemanarSortida.
           MOVE "P" TO TipusSortida.
           DISPLAY "Sortida: (P)antalla (I)mpressora (F)itxer: " LINE 4
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TipusSortida LINE 4 POSITION 50 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF SortidaImpressora
             CALL "OBRESPOL.COB" USING WS-TitolSpool
               WS-NomFitxerSortida
             CANCEL "OBRESPOL.COB"
             OPEN OUTPUT FitxerSortida
           END-IF.
           IF SortidaFitxer
             DISPLAY "Nom del fitxer de sortida: " LINE 5 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-NomFitxerSortida LINE 5 POSITION 33 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             OPEN OUTPUT FitxerSortida
           END-IF.

        ComptarReserva.
           READ FitxerReserves NEXT RECORD, AT END MOVE
             "SI" TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             PERFORM ComprovarReserva
             IF WS-ReservaApta EQUAL "S"
               ADD PreuTotalReserva TO WS-ImportVendes
               ADD WS-ComissioReserva TO WS-ImportComissio
               ADD 1 TO WS-NumReserves
             END-IF
           END-IF.

        ComprovarReserva.
           MOVE "N" TO WS-ReservaApta.
           IF CodiSubagentReserva EQUAL WS-CodiSubagent AND
              NOT ReservaOpcio
             MOVE 0 TO WS-PeriodeReg
             UNSTRING DiaSortida DELIMITED BY "/" INTO WS-DiaReg
               WS-MesReg WS-AnyReg
             COMPUTE WS-PeriodeReg = WS-AnyReg * 100 + WS-MesReg
             COMPUTE WS-DataSortidaNum = WS-AnyReg * 10000 +
               WS-MesReg * 100 + WS-DiaReg
             IF WS-PeriodeReg EQUAL WS-PeriodeCercat AND
                WS-DataSortidaNum NOT GREATER THAN WS-DataNegoci
               PERFORM ComprovarJaLiquidada
               IF WS-JaLiquidada EQUAL "N"
                 MOVE "S" TO WS-ReservaApta
                 COMPUTE WS-ComissioReserva = (PreuTotalReserva *
                   PercentComissioSubagent) / 100
               END-IF
             END-IF
           END-IF.

        ComprovarJaLiquidada.
           MOVE "N" TO WS-JaLiquidada.
           MOVE NumeroReserva TO NumeroReservaLiqSub.
           READ FitxerReservesLiqSub.
           IF EstatFitxerReservesLiqSub EQUAL "00" AND
              ComissioPagadaSubagent
             MOVE "S" TO WS-JaLiquidada
           END-IF.

        MarcarReserva.
           READ FitxerReserves NEXT RECORD, AT END MOVE
             "SI" TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             PERFORM ComprovarReserva
             IF WS-ReservaApta EQUAL "S"
               MOVE NumeroReserva TO NumeroReservaLiqSub
               MOVE WS-CodiSubagent TO CodiSubagentLiqRes
               MOVE UltimNumeroLiquidacio TO NumeroLiqSubagentRes
               MOVE WS-ComissioReserva TO ComissioLiqRes
               MOVE "L" TO EstatLiqRes
               MOVE 0 TO NumeroLiqDescompte
               IF EstatFitxerReservesLiqSub EQUAL "00"
                 REWRITE RegistreReservaLiqSub
               ELSE
                 WRITE RegistreReservaLiqSub
               END-IF
               PERFORM LlistarReserva
             END-IF
           END-IF.

        PosicionarAnulacions.
           MOVE "NO" TO FiFitxer.
           MOVE 0 TO NumeroAnulacio.
           START FitxerAnulacions KEY IS GREATER THAN NumeroAnulacio.
           IF EstatFitxerAnulacions NOT EQUAL "00"
             MOVE "SI" TO FiFitxer
           END-IF.

        ComptarAnulacio.
           READ FitxerAnulacions NEXT RECORD, AT END MOVE
             "SI" TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             PERFORM ComprovarAnulacio
             IF WS-AnulacioApta EQUAL "S"
               IF WS-ImportDescompte + ComissioLiqRes NOT GREATER
                  THAN WS-ImportComissio
                 ADD ComissioLiqRes TO WS-ImportDescompte
                 ADD 1 TO WS-NumAnulacions
               END-IF
             END-IF
           END-IF.

        ComprovarAnulacio.
           MOVE "N" TO WS-AnulacioApta.
           IF NOT AnulacioRehabilitada AND NumeroReservaAnulada > 0
             MOVE NumeroReservaAnulada TO NumeroReservaLiqSub
             READ FitxerReservesLiqSub
             IF EstatFitxerReservesLiqSub EQUAL "00" AND
                ComissioPagadaSubagent AND
                CodiSubagentLiqRes EQUAL WS-CodiSubagent
               MOVE "S" TO WS-AnulacioApta
             END-IF
           END-IF.

        MarcarAnulacio.
           READ FitxerAnulacions NEXT RECORD, AT END MOVE
             "SI" TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             PERFORM ComprovarAnulacio
             IF WS-AnulacioApta EQUAL "S"
               IF WS-DescompteMarcat + ComissioLiqRes NOT GREATER
                  THAN WS-ImportComissio
                 ADD ComissioLiqRes TO WS-DescompteMarcat
                 MOVE "D" TO EstatLiqRes
                 MOVE UltimNumeroLiquidacio TO NumeroLiqDescompte
                 REWRITE RegistreReservaLiqSub
                 PERFORM LlistarAnulacio
               END-IF
             END-IF
           END-IF.

        ObtenirNumeroLiquidacio.
           OPEN I-O FitxerNumLiquidacions.
           IF EstatFitxerNumLiquidacions NOT EQUAL "00"
             OPEN OUTPUT FitxerNumLiquidacions
             CLOSE FitxerNumLiquidacions
             OPEN I-O FitxerNumLiquidacions
           END-IF.
           MOVE "NUMLIQSB" TO ClauNumLiquidacions.
           READ FitxerNumLiquidacions
             INVALID KEY MOVE 0 TO UltimNumeroLiquidacio
           END-READ.
           ADD 1 TO UltimNumeroLiquidacio.
           IF EstatFitxerNumLiquidacions EQUAL "00"
             REWRITE RegistreNumLiquidacions
           ELSE
             WRITE RegistreNumLiquidacions
           END-IF.
           CLOSE FitxerNumLiquidacions.

        GravarLiquidacio.
           OPEN I-O FitxerLiqSubagents.
           IF EstatFitxerLiqSubagents NOT EQUAL "00"
             OPEN OUTPUT FitxerLiqSubagents
             CLOSE FitxerLiqSubagents
             OPEN I-O FitxerLiqSubagents
           END-IF.
           MOVE UltimNumeroLiquidacio TO NumeroLiqSubagent.
           MOVE WS-CodiSubagent TO CodiSubagentLiquidat.
           MOVE WS-PeriodeCercat TO PeriodeLiqSubagent.
           MOVE WS-DataNegociText TO DataLiqSubagent.
           MOVE WS-NumReserves TO NumReservesLiqSub.
           MOVE WS-ImportVendes TO ImportVendesLiqSub.
           MOVE PercentComissioSubagent TO PercentComissioLiqSub.
           MOVE WS-ImportComissio TO ImportComissioLiqSub.
           MOVE WS-NumAnulacions TO NumAnulacionsLiqSub.
           MOVE WS-ImportDescompte TO ImportDescompteLiqSub.
           COMPUTE ImportNetLiqSub = WS-ImportComissio -
             WS-ImportDescompte.
           MOVE SPACE TO EstatPagamentLiqSub.
           MOVE SPACES TO UsuariAprovacioLiqSub.
           MOVE 0 TO NumeroRemesaLiqSub.
           WRITE RegistreLiqSubagent.
           IF EstatFitxerLiqSubagents NOT EQUAL "00"
             DISPLAY "ERROR!!! La Liquidacio NO s'ha pogut grabar"
               BEEP LINE 11 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
           END-IF.
           CLOSE FitxerLiqSubagents.

        ImprimirCapcalera.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           MOVE UltimNumeroLiquidacio TO ED-NumeroLiquidacio.
           DISPLAY "AUTOFACTURA - LIQUIDACIO DE SUBAGENT NUM. " LINE 3
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-NumeroLiquidacio LINE 3 POSITION 47
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Subagent: " LINE 4 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-CodiSubagent LINE 4 POSITION 16
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY NomSubagent LINE 4 POSITION 22
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Sortides: " LINE 5 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-PeriodeCercat LINE 5 POSITION 16
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Data: " LINE 5 POSITION 30
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-DataNegociText LINE 5 POSITION 36
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "RESERVA  DNI       SORTIDA        IMPORT COMISSIO"
             LINE 7 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "AUTOFACTURA - LIQUIDACIO DE SUBAGENT NUM. "
               DELIMITED BY SIZE ED-NumeroLiquidacio DELIMITED BY
               SIZE INTO LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "Subagent: " DELIMITED BY SIZE WS-CodiSubagent
               DELIMITED BY SIZE " " DELIMITED BY SIZE NomSubagent
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "Sortides: " DELIMITED BY SIZE WS-PeriodeCercat
               DELIMITED BY SIZE "  Data: " DELIMITED BY SIZE
               WS-DataNegociText DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
             MOVE "RESERVA  DNI       SORTIDA        IMPORT COMISSIO"
               TO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE 8 TO Fila.

        LlistarReserva.
           MOVE PreuTotalReserva TO ED-Import.
           MOVE WS-ComissioReserva TO ED-Comissio.
           DISPLAY NumeroReserva LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DniReserva LINE Fila POSITION 14
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DiaSortida LINE Fila POSITION 24
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE Fila POSITION 35
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Comissio LINE Fila POSITION 46
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING NumeroReserva DELIMITED BY SIZE "  " DELIMITED BY
               SIZE DniReserva DELIMITED BY SIZE " " DELIMITED BY
               SIZE DiaSortida DELIMITED BY SIZE " " DELIMITED BY
               SIZE ED-Import DELIMITED BY SIZE "  " DELIMITED BY
               SIZE ED-Comissio DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           PERFORM AvancarFila.

        LlistarAnulacio.
           MOVE ComissioLiqRes TO ED-Comissio.
           DISPLAY NumeroReservaAnulada LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DniAnulat LINE Fila POSITION 14
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "ANUL-LADA" LINE Fila POSITION 24
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DataAnulacio LINE Fila POSITION 34
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "-" LINE Fila POSITION 45
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Comissio LINE Fila POSITION 46
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING NumeroReservaAnulada DELIMITED BY SIZE "  "
               DELIMITED BY SIZE DniAnulat DELIMITED BY SIZE
               " ANUL-LADA " DELIMITED BY SIZE DataAnulacio
               DELIMITED BY SIZE " -" DELIMITED BY SIZE
               ED-Comissio DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           PERFORM AvancarFila.

        ImprimirTotals.
           MOVE WS-NumReserves TO ED-Num.
           MOVE WS-ImportVendes TO ED-Import.
           DISPLAY "Reserves: " LINE 18 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Num LINE 18 POSITION 16
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Vendes: " LINE 18 POSITION 24
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 18 POSITION 32
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Comissio (%): " LINE 18 POSITION 44
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY PercentComissioLiqSub LINE 18 POSITION 58
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-ImportComissio TO ED-Import.
           DISPLAY "Comissio meritada: " LINE 19 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 19 POSITION 32
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-NumAnulacions TO ED-Num.
           MOVE WS-ImportDescompte TO ED-Import.
           DISPLAY "Anul-lacions descomptades: " LINE 20 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Num LINE 20 POSITION 32
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Import: " LINE 20 POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 20 POSITION 48
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE ImportNetLiqSub TO ED-Import.
           DISPLAY "IMPORT NET A PAGAR: " LINE 21 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Import LINE 21 POSITION 32
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE WS-NumReserves TO ED-Num
             MOVE WS-ImportVendes TO ED-Import
             MOVE SPACES TO LiniaSortida
             STRING "Reserves: " DELIMITED BY SIZE ED-Num DELIMITED
               BY SIZE "  Vendes: " DELIMITED BY SIZE ED-Import
               DELIMITED BY SIZE "  Comissio (%): " DELIMITED BY
               SIZE PercentComissioLiqSub DELIMITED BY SIZE
               INTO LiniaSortida
             WRITE LiniaSortida
             MOVE WS-ImportComissio TO ED-Import
             MOVE SPACES TO LiniaSortida
             STRING "Comissio meritada: " DELIMITED BY SIZE ED-Import
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
             MOVE WS-NumAnulacions TO ED-Num
             MOVE WS-ImportDescompte TO ED-Import
             MOVE SPACES TO LiniaSortida
             STRING "Anul-lacions descomptades: " DELIMITED BY SIZE
               ED-Num DELIMITED BY SIZE "  Import: " DELIMITED BY
               SIZE ED-Import DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
             MOVE ImportNetLiqSub TO ED-Import
             MOVE SPACES TO LiniaSortida
             STRING "IMPORT NET A PAGAR: " DELIMITED BY SIZE ED-Import
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        AvancarFila.
           ADD 1 TO Fila.
           IF Fila > 16
             ACCEPT Tecla NO BEEP
             MOVE 8 TO Fila
           END-IF.

        Sortir.
           CLOSE FitxerReserves.
           CLOSE FitxerSubagents.
           CLOSE FitxerReservesLiqSub.
           IF WS-AnulacionsObert EQUAL "S"
             CLOSE FitxerAnulacions
           END-IF.
           EXIT PROGRAM.
