       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulPrevisioTresoreria.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FRESER.CPY.
            COPY S-FLIQUI.CPY.
            COPY S-FANUL.CPY.
            COPY S-FFACPR.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-RESER.CPY.
          COPY FD-LIQUI.CPY.
          COPY FD-ANUL.CPY.
          COPY FD-FACPR.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatFitxerLiquidacions  PIC XX VALUE "00".
         77 EstatFitxerAnulacions    PIC XX VALUE "00".
         77 EstatFitxerFacturesProveidor PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 FiLiquidacions           PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 6.
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
            VALUE "PREVISIO DE TRESORERIA".
         77 WS-ClauParam             PIC X(12) VALUE SPACES.
         77 WS-ValorParam            PIC X(40) VALUE SPACES.
         77 WS-ResultatParam         PIC XX VALUE "NO".
         77 WS-DiesSaldo             PIC 9(3) VALUE 0.
         77 WS-DiesPagProv           PIC 9(3) VALUE 0.
         77 WS-DiesRetorn            PIC 9(3) VALUE 0.
         77 WS-LiquidacioTrobada     PIC X VALUE "N".
         77 WS-LiquidacionsObertes   PIC X VALUE "N".
         77 WS-ImportPendent         PIC S9(7) VALUE 0.
         77 WS-SaldoInicial          PIC S9(9) VALUE 0.
         77 WS-Net                   PIC S9(9) VALUE 0.
         77 WS-Acumulat              PIC S9(9) VALUE 0.
         77 WS-DiaAbsAvui            PIC 9(7) VALUE 0.
         77 WS-DiaAbs                PIC 9(7) VALUE 0.
         77 WS-DiaAbsSetmana         PIC 9(7) VALUE 0.
         77 WS-DiaAnyAvui            PIC 9(3).
         77 WS-DiaAnySortida         PIC 9(3).
         77 WS-DiesFins              PIC S9(7).
         77 WS-IndexSetmana          PIC 99 VALUE 0.
         77 WS-AnyConv               PIC 9(4) VALUE 0.
         77 WS-RestaConv             PIC 9(3) VALUE 0.
         77 WS-DiaAnyConv            PIC 9(3) VALUE 0.
         77 WS-MesConv               PIC 99 VALUE 0.
         77 WS-DiaConv               PIC 99 VALUE 0.
         77 WS-NumSetmana            PIC 99 VALUE 0.
         77 Dia                      PIC 99.
         77 Mes                      PIC X(3).
         77 MesNumeric               PIC 99 VALUE 0.
         77 Comptador                PIC 99.
         77 WS-EtiquetaSetmana       PIC X(9) VALUE SPACES.
         77 ED-Cobraments            PIC ZZZZZZZ9.
         77 ED-Domiciliacions        PIC ZZZZZZZ9.
         77 ED-Liquidacions          PIC ZZZZZZZ9.
         77 ED-Retorns               PIC ZZZZZZZ9.
         77 ED-Factures              PIC ZZZZZZZ9.
         77 ED-Net                   PIC -ZZZZZZZ9.
         77 ED-Acumulat              PIC -ZZZZZZZ9.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.
         01 WS-DataTreball           PIC X(10).
         01 WS-DataTreballR REDEFINES WS-DataTreball.
           02 WS-DiaTreball          PIC 99.
           02 FILLER                 PIC X.
           02 WS-MesTreball          PIC 99.
           02 FILLER                 PIC X.
           02 WS-AnyTreball          PIC 9(4).
         01 TaulaPrevisio.
           02 SetmanaPrevisio OCCURS 15 TIMES.
             03 CobramentsPrev       PIC 9(9).
             03 DomiciliacionsPrev   PIC 9(9).
             03 LiquidacionsPrev     PIC 9(9).
             03 RetornsPrev          PIC 9(9).
             03 FacturesPrev         PIC 9(9).
         01 TotalsPrevisio.
           02 TotalCobraments        PIC 9(9) VALUE 0.
           02 TotalDomiciliacions    PIC 9(9) VALUE 0.
           02 TotalLiquidacions      PIC 9(9) VALUE 0.
           02 TotalRetorns           PIC 9(9) VALUE 0.
           02 TotalFactures          PIC 9(9) VALUE 0.
         01 TaulaM.
           02 FILLER PIC X(3) VALUE "GEN".
           02 FILLER PIC X(3) VALUE "FEB".
           02 FILLER PIC X(3) VALUE "MAR".
           02 FILLER PIC X(3) VALUE "ABR".
           02 FILLER PIC X(3) VALUE "MAI".
           02 FILLER PIC X(3) VALUE "JUN".
           02 FILLER PIC X(3) VALUE "JUL".
           02 FILLER PIC X(3) VALUE "AGO".
           02 FILLER PIC X(3) VALUE "SET".
           02 FILLER PIC X(3) VALUE "OCT".
           02 FILLER PIC X(3) VALUE "NOV".
           02 FILLER PIC X(3) VALUE "DES".
         01 TaulaMesos REDEFINES TaulaM.
           02 Mesos OCCURS 12 TIMES PIC X(3).
         01 TaulaDiesAcumulats.
           02 FILLER PIC 9(3) VALUE 000.
           02 FILLER PIC 9(3) VALUE 031.
           02 FILLER PIC 9(3) VALUE 059.
           02 FILLER PIC 9(3) VALUE 090.
           02 FILLER PIC 9(3) VALUE 120.
           02 FILLER PIC 9(3) VALUE 151.
           02 FILLER PIC 9(3) VALUE 181.
           02 FILLER PIC 9(3) VALUE 212.
           02 FILLER PIC 9(3) VALUE 243.
           02 FILLER PIC 9(3) VALUE 273.
           02 FILLER PIC 9(3) VALUE 304.
           02 FILLER PIC 9(3) VALUE 334.
         01 TaulaDiesAcumulatsR REDEFINES TaulaDiesAcumulats.
           02 DiesAcumulats OCCURS 12 TIMES PIC 9(3).

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerReserves, FitxerLiquidacions, FitxerAnulacions,
                 FitxerFacturesProveidor.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN INPUT FitxerReserves.
           IF EstatFitxerReserves NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Reserves NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           OPEN INPUT FitxerLiquidacions.
           IF EstatFitxerLiquidacions EQUAL "00"
             MOVE "S" TO WS-LiquidacionsObertes
           END-IF.
           OPEN INPUT FitxerAnulacions.
           OPEN INPUT FitxerFacturesProveidor.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "Saldo inicial de tresoreria: " LINE 1
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-SaldoInicial LINE 1 POSITION 35 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           PERFORM DemanarSortida.
           PERFORM LlegirTerminis.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           COMPUTE WS-DiaAnyAvui = DiesAcumulats(WS-MesSistema) +
             WS-DiaSistema.
           COMPUTE WS-DiaAbsAvui = WS-AnySistema * 365 +
             WS-DiaAnyAvui.
           INITIALIZE TaulaPrevisio.
           MOVE "NO" TO FiFitxer.
           PERFORM PrevisioReserva UNTIL FiFitxer = "SI".
           IF WS-LiquidacionsObertes EQUAL "S"
             MOVE "NO" TO FiFitxer
             PERFORM PrevisioLiquidacio UNTIL FiFitxer = "SI"
           END-IF.
           IF EstatFitxerAnulacions EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM PrevisioRetorn UNTIL FiFitxer = "SI"
           END-IF.
           IF EstatFitxerFacturesProveidor EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM PrevisioFactura UNTIL FiFitxer = "SI"
           END-IF.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           PERFORM Capcalera.
           MOVE WS-SaldoInicial TO WS-Acumulat.
           PERFORM LlistarSetmana VARYING WS-IndexSetmana FROM 1 BY 1
             UNTIL WS-IndexSetmana > 15.
           PERFORM LlistarTotals.
           ACCEPT Tecla NO BEEP.
           IF NOT SortidaPantalla CLOSE FitxerSortida END-IF.
           PERFORM Sortir.

        DemanarSortida.
           MOVE "P" TO TipusSortida.
           DISPLAY "Sortida: (P)antalla (I)mpressora (F)itxer: " LINE 3
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TipusSortida LINE 3 POSITION 50 CONTROL
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

        LlegirTerminis.
           MOVE 30 TO WS-DiesSaldo.
           MOVE "DIESSALDO   " TO WS-ClauParam.
           PERFORM LlegirParametre.
           IF WS-ResultatParam EQUAL "OK" AND
              WS-ValorParam(1:3) NUMERIC
             MOVE WS-ValorParam(1:3) TO WS-DiesSaldo
           END-IF.
           MOVE 30 TO WS-DiesPagProv.
           MOVE "DIESPAGPROV " TO WS-ClauParam.
           PERFORM LlegirParametre.
           IF WS-ResultatParam EQUAL "OK" AND
              WS-ValorParam(1:3) NUMERIC
             MOVE WS-ValorParam(1:3) TO WS-DiesPagProv
           END-IF.
           MOVE 14 TO WS-DiesRetorn.
           MOVE "DIESRETORN  " TO WS-ClauParam.
           PERFORM LlegirParametre.
           IF WS-ResultatParam EQUAL "OK" AND
              WS-ValorParam(1:3) NUMERIC
             MOVE WS-ValorParam(1:3) TO WS-DiesRetorn
           END-IF.

        LlegirParametre.
           CALL "LLEGPARA.COB" USING WS-ClauParam WS-ValorParam
             WS-ResultatParam.
           CANCEL "LLEGPARA.COB".

        PrevisioReserva.
           READ FitxerReserves NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             COMPUTE WS-ImportPendent = PreuTotalReserva - ImportPagat
             IF WS-ImportPendent > 0 AND NOT ReservaOpcio
               IF NumeroRemesa NOT EQUAL 0
                 ADD WS-ImportPendent TO DomiciliacionsPrev(2)
               ELSE
                 PERFORM CalcularDiaSortida
                 IF WS-DiaAbs > WS-DiesSaldo
                   SUBTRACT WS-DiesSaldo FROM WS-DiaAbs
                 END-IF
                 PERFORM AssignarSetmana
                 ADD WS-ImportPendent TO
                   CobramentsPrev(WS-IndexSetmana)
               END-IF
             END-IF
           END-IF.

        PrevisioLiquidacio.
           READ FitxerLiquidacions NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF NOT LiquidacioRemesada
               MOVE DataLiquidacio TO WS-DataTreball
               PERFORM CalcularDiaData
               IF WS-DiaAbs > 0
                 ADD WS-DiesPagProv TO WS-DiaAbs
               END-IF
               PERFORM AssignarSetmana
               ADD ImportNetLiquidacio TO
                 LiquidacionsPrev(WS-IndexSetmana)
             END-IF
           END-IF.

        PrevisioRetorn.
           READ FitxerAnulacions NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF RetornPendent
               MOVE DataAnulacio TO WS-DataTreball
               PERFORM CalcularDiaData
               IF WS-DiaAbs > 0
                 ADD WS-DiesRetorn TO WS-DiaAbs
               END-IF
               PERFORM AssignarSetmana
               ADD ImportRetorn TO RetornsPrev(WS-IndexSetmana)
             END-IF
           END-IF.

        PrevisioFactura.
           READ FitxerFacturesProveidor NEXT RECORD, AT END MOVE "SI"
             TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF NOT FacturaProvCasada
               PERFORM BuscarLiquidacioFactura
               IF WS-LiquidacioTrobada EQUAL "N"
                 MOVE DataRebudaFactura TO WS-DataTreball
                 PERFORM CalcularDiaData
                 IF WS-DiaAbs > 0
                   ADD WS-DiesPagProv TO WS-DiaAbs
                 END-IF
                 PERFORM AssignarSetmana
                 ADD ImportFacturaProveidor TO
                   FacturesPrev(WS-IndexSetmana)
               END-IF
             END-IF
           END-IF.

        BuscarLiquidacioFactura.
           MOVE "N" TO WS-LiquidacioTrobada.
           IF WS-LiquidacionsObertes EQUAL "S"
             MOVE CodiMajoristaFactura TO CodiMajoristaLiquidat
             START FitxerLiquidacions KEY IS EQUAL TO
               CodiMajoristaLiquidat
             IF EstatFitxerLiquidacions EQUAL "00"
               MOVE "NO" TO FiLiquidacions
               PERFORM ComprovarLiquidacioFactura
                 UNTIL FiLiquidacions = "SI"
             END-IF
           END-IF.

        ComprovarLiquidacioFactura.
           READ FitxerLiquidacions NEXT RECORD, AT END MOVE "SI" TO
             FiLiquidacions.
           IF FiLiquidacions NOT EQUAL "SI"
             IF CodiMajoristaLiquidat NOT EQUAL CodiMajoristaFactura
               MOVE "SI" TO FiLiquidacions
             ELSE
               IF PeriodeLiquidacio EQUAL PeriodeFacturaProveidor
                 MOVE "S" TO WS-LiquidacioTrobada
                 MOVE "SI" TO FiLiquidacions
               END-IF
             END-IF
           END-IF.

        CalcularDiaSortida.
           MOVE 0 TO WS-DiaAbs.
           MOVE 0 TO MesNumeric.
           UNSTRING DiaSortida DELIMITED BY SPACE INTO Dia Mes.
           PERFORM AdivinarMes VARYING Comptador FROM 1 BY 1
             UNTIL Comptador > 12.
           IF MesNumeric > 0
             COMPUTE WS-DiaAnySortida =
               DiesAcumulats(MesNumeric) + Dia
             COMPUTE WS-DiesFins = WS-DiaAnySortida - WS-DiaAnyAvui
             IF WS-DiesFins < -180
               ADD 365 TO WS-DiesFins
             END-IF
             COMPUTE WS-DiaAbs = WS-DiaAbsAvui + WS-DiesFins
           END-IF.

        AdivinarMes.
           IF Comptador < 13
             IF Mesos (Comptador) = Mes
               MOVE Comptador TO MesNumeric
             END-IF
           END-IF.

        CalcularDiaData.
           MOVE 0 TO WS-DiaAbs.
           IF WS-DiaTreball NUMERIC AND WS-MesTreball NUMERIC AND
              WS-AnyTreball NUMERIC
             IF WS-MesTreball > 0 AND WS-MesTreball < 13
               COMPUTE WS-DiaAbs = WS-AnyTreball * 365 +
                 DiesAcumulats(WS-MesTreball) + WS-DiaTreball
             END-IF
           END-IF.

        AssignarSetmana.
           COMPUTE WS-DiesFins = WS-DiaAbs - WS-DiaAbsAvui.
           IF WS-DiesFins < 0
             MOVE 1 TO WS-IndexSetmana
           ELSE
             IF WS-DiesFins > 90
               MOVE 15 TO WS-IndexSetmana
             ELSE
               COMPUTE WS-IndexSetmana = WS-DiesFins / 7 + 2
             END-IF
           END-IF.

        Capcalera.
           DISPLAY "PREVISIO DE TRESORERIA A 13 SETMANES" LINE 3
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "SETMANA    CLIENTS DOMICIL. MAJORIST  RETORNS"
             LINE 5 POSITION 2 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY " FACT.PRV       NET  ACUMULAT" LINE 5 POSITION 46
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE "PREVISIO DE TRESORERIA A 13 SETMANES" TO
               LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "SETMANA    CLIENTS DOMICIL. MAJORIST  RETORNS"
               DELIMITED BY SIZE " FACT.PRV       NET  ACUMULAT"
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE 6 TO Fila.

        LlistarSetmana.
           PERFORM EtiquetarSetmana.
           COMPUTE WS-Net = CobramentsPrev(WS-IndexSetmana) +
             DomiciliacionsPrev(WS-IndexSetmana) -
             LiquidacionsPrev(WS-IndexSetmana) -
             RetornsPrev(WS-IndexSetmana) -
             FacturesPrev(WS-IndexSetmana).
           ADD WS-Net TO WS-Acumulat.
           ADD CobramentsPrev(WS-IndexSetmana) TO TotalCobraments.
           ADD DomiciliacionsPrev(WS-IndexSetmana) TO
             TotalDomiciliacions.
           ADD LiquidacionsPrev(WS-IndexSetmana) TO TotalLiquidacions.
           ADD RetornsPrev(WS-IndexSetmana) TO TotalRetorns.
           ADD FacturesPrev(WS-IndexSetmana) TO TotalFactures.
           MOVE CobramentsPrev(WS-IndexSetmana) TO ED-Cobraments.
           MOVE DomiciliacionsPrev(WS-IndexSetmana) TO
             ED-Domiciliacions.
           MOVE LiquidacionsPrev(WS-IndexSetmana) TO ED-Liquidacions.
           MOVE RetornsPrev(WS-IndexSetmana) TO ED-Retorns.
           MOVE FacturesPrev(WS-IndexSetmana) TO ED-Factures.
           MOVE WS-Net TO ED-Net.
           MOVE WS-Acumulat TO ED-Acumulat.
           PERFORM MostrarLinia.

        EtiquetarSetmana.
           MOVE SPACES TO WS-EtiquetaSetmana.
           IF WS-IndexSetmana EQUAL 1
             MOVE "VENCUT" TO WS-EtiquetaSetmana
           ELSE
             IF WS-IndexSetmana EQUAL 15
               MOVE "POSTERIOR" TO WS-EtiquetaSetmana
             ELSE
               COMPUTE WS-NumSetmana = WS-IndexSetmana - 1
               COMPUTE WS-DiaAbsSetmana = WS-DiaAbsAvui +
                 (WS-NumSetmana - 1) * 7
               PERFORM ConvertirDiaAbs
               STRING "S" DELIMITED BY SIZE WS-NumSetmana
                 DELIMITED BY SIZE " " DELIMITED BY SIZE
                 WS-DiaConv DELIMITED BY SIZE "/" DELIMITED BY SIZE
                 WS-MesConv DELIMITED BY SIZE
                 INTO WS-EtiquetaSetmana
             END-IF
           END-IF.

        ConvertirDiaAbs.
           DIVIDE 365 INTO WS-DiaAbsSetmana GIVING WS-AnyConv
             REMAINDER WS-RestaConv.
           IF WS-RestaConv EQUAL 0
             MOVE 365 TO WS-DiaAnyConv
           ELSE
             MOVE WS-RestaConv TO WS-DiaAnyConv
           END-IF.
           MOVE 1 TO WS-MesConv.
           PERFORM BuscarMesConv VARYING Comptador FROM 1 BY 1
             UNTIL Comptador > 12.
           COMPUTE WS-DiaConv = WS-DiaAnyConv -
             DiesAcumulats(WS-MesConv).

        BuscarMesConv.
           IF DiesAcumulats(Comptador) < WS-DiaAnyConv
             MOVE Comptador TO WS-MesConv
           END-IF.

        MostrarLinia.
           DISPLAY WS-EtiquetaSetmana LINE Fila POSITION 2
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Cobraments LINE Fila POSITION 11
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Domiciliacions LINE Fila POSITION 20
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Liquidacions LINE Fila POSITION 29
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Retorns LINE Fila POSITION 38
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Factures LINE Fila POSITION 47
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Net LINE Fila POSITION 56
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Acumulat LINE Fila POSITION 66
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING WS-EtiquetaSetmana DELIMITED BY SIZE " " DELIMITED
               BY SIZE ED-Cobraments DELIMITED BY SIZE " " DELIMITED
               BY SIZE ED-Domiciliacions DELIMITED BY SIZE " "
               DELIMITED BY SIZE ED-Liquidacions DELIMITED BY SIZE
               " " DELIMITED BY SIZE ED-Retorns DELIMITED BY SIZE " "
               DELIMITED BY SIZE ED-Factures DELIMITED BY SIZE " "
               DELIMITED BY SIZE ED-Net DELIMITED BY SIZE " "
               DELIMITED BY SIZE ED-Acumulat DELIMITED BY SIZE
               INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           ADD 1 TO Fila.

        LlistarTotals.
           MOVE "TOTAL" TO WS-EtiquetaSetmana.
           COMPUTE WS-Net = TotalCobraments + TotalDomiciliacions -
             TotalLiquidacions - TotalRetorns - TotalFactures.
           MOVE TotalCobraments TO ED-Cobraments.
           MOVE TotalDomiciliacions TO ED-Domiciliacions.
           MOVE TotalLiquidacions TO ED-Liquidacions.
           MOVE TotalRetorns TO ED-Retorns.
           MOVE TotalFactures TO ED-Factures.
           MOVE WS-Net TO ED-Net.
           MOVE WS-Acumulat TO ED-Acumulat.
           MOVE 21 TO Fila.
           PERFORM MostrarLinia.

        Sortir.
           CLOSE FitxerReserves.
           CLOSE FitxerLiquidacions.
           CLOSE FitxerAnulacions.
           CLOSE FitxerFacturesProveidor.
           EXIT PROGRAM.
