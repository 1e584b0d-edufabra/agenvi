       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulCalculIncentius.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FRESER.CPY.
            COPY S-FANUL.CPY.
            COPY S-FCATVI.CPY.
            COPY S-FINCEN.CPY.
            COPY S-FLLIST.CPY.
            SELECT FitxerNomina ASSIGN TO WS-NomFitxerNomina
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EstatFitxerNomina.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-RESER.CPY.
          COPY FD-ANUL.CPY.
          COPY FD-CATVI.CPY.
          COPY FD-INCEN.CPY.
          COPY FD-LLIST.CPY.
         FD FitxerNomina
           LABEL RECORD IS STANDARD
           DATA RECORD IS LiniaNomina.
         01 LiniaNomina                 PIC X(80).

        WORKING-STORAGE SECTION.
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatFitxerAnulacions    PIC XX VALUE "00".
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerIncentius     PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 EstatFitxerNomina        PIC XX VALUE "00".
         77 WS-NomFitxerNomina       PIC X(40) VALUE SPACES.
         77 FiFitxer                 PIC XX VALUE "NO".
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
            VALUE "INCENTIUS DE VENDA".
         77 WS-MesPeriode            PIC 99.
         77 WS-AnyPeriode            PIC 9(4).
         77 WS-PeriodeCercat         PIC 9(6).
         77 WS-PeriodeVigent         PIC 9(6) VALUE 0.
         77 WS-DiaReg                PIC 99.
         77 WS-MesReg                PIC 99.
         77 WS-AnyReg                PIC 9(4).
         77 WS-PeriodeReg            PIC 9(6).
         77 WS-PeriodeVenda          PIC 9(6).
         77 WS-Index                 PIC 9(3).
         77 WS-IndexTrobat           PIC 9(3).
         77 WS-Trobat                PIC X VALUE "N".
           88 Trobat                 VALUE "S".
         77 NumOperadors             PIC 9(3) VALUE 0.
         77 WS-OperadorActual        PIC X(15) VALUE SPACES.
         77 WS-CostReserva           PIC 9(9) VALUE 0.
         77 NumTrams                 PIC 9(2) VALUE 0.
         77 WS-IndexTram             PIC 9(2).
         77 WS-IndexLimit            PIC 9(2).
         77 WS-IndexPrimes           PIC 9(2).
         77 WS-BaseTaula             PIC X VALUE "V".
           88 TaulaSobreVendes       VALUE "V".
         77 WS-BaseCalcul            PIC S9(9) VALUE 0.
         77 WS-LimitTram             PIC S9(9) VALUE 0.
         77 WS-ImportTram            PIC S9(9) VALUE 0.
         77 WS-NetAsseg              PIC S9(9) VALUE 0.
         77 WS-NetExcur              PIC S9(9) VALUE 0.
         77 WS-IncentiuTrams         PIC S9(9)V99 VALUE 0.
         77 WS-PrimaAsseg            PIC S9(9)V99 VALUE 0.
         77 WS-PrimaExcur            PIC S9(9)V99 VALUE 0.
         77 WS-IncentiuTotal         PIC S9(9)V99 VALUE 0.
         77 WS-TotalIncentius        PIC S9(9)V99 VALUE 0.
         77 WS-NumLinies             PIC 9(4) VALUE 0.
         77 WS-LiniaExtracte         PIC X(74) VALUE SPACES.
         77 WS-PrimesTotal           PIC S9(9)V99 VALUE 0.
         77 ED-Import                PIC ZZZZZZZZ9.
         77 ED-Import2               PIC ZZZZZZZZ9.
         77 ED-Import3               PIC ZZZZZZZZ9.
         77 ED-ImportNeg             PIC -ZZZZZZZZ9.
         77 ED-ImportNeg2            PIC -ZZZZZZZZ9.
         77 ED-ImportNeg3            PIC -ZZZZZZZZ9.
         77 ED-Incentiu              PIC -ZZZZZZ9.99.
         77 ED-Incentiu2             PIC -ZZZZZZ9.99.
         77 ED-Incentiu3             PIC -ZZZZZZ9.99.
         77 ED-Nomina                PIC 9(7).99.
         77 ED-Comptador             PIC ZZZ9.
         77 ED-Comptador2            PIC ZZZ9.
         01 WS-TaulaTrams.
           02 WS-TramEntry OCCURS 20 TIMES.
             03 WS-TramLlindar       PIC 9(9).
             03 WS-TramPercent       PIC 9(2)V99.
             03 WS-TramPercentAsseg  PIC 9(2)V99.
             03 WS-TramPercentExcur  PIC 9(2)V99.
         01 WS-TaulaOperadors.
           02 WS-OperEntry OCCURS 50 TIMES.
             03 WS-OperNom           PIC X(15).
             03 WS-OperReserves      PIC 9(5).
             03 WS-OperVendes        PIC 9(9).
             03 WS-OperCost          PIC 9(9).
             03 WS-OperAsseg         PIC 9(9).
             03 WS-OperExcur         PIC 9(9).
             03 WS-OperAnulacions    PIC 9(5).
             03 WS-OperAnulVendes    PIC 9(9).
             03 WS-OperAnulCost      PIC 9(9).
             03 WS-OperAnulAsseg     PIC 9(9).
             03 WS-OperAnulExcur     PIC 9(9).

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerReserves, FitxerIncentius.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN INPUT FitxerIncentius.
           IF EstatFitxerIncentius NOT EQUAL "00"
             DISPLAY "ERROR!!! Taula d'incentius NO definida" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           OPEN INPUT FitxerReserves.
           IF EstatFitxerReserves NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Reserves NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             CLOSE FitxerIncentius
             EXIT PROGRAM
           END-IF.
           OPEN INPUT FitxerAnulacions.
           OPEN INPUT CatalegViatges.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "Mes (MM): " LINE 1 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-MesPeriode LINE 1 POSITION 16 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "Any (AAAA): " LINE 1 POSITION 21
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-AnyPeriode LINE 1 POSITION 34 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           COMPUTE WS-PeriodeCercat = WS-AnyPeriode * 100 +
             WS-MesPeriode.
           PERFORM CarregarTaula.
           IF NumTrams EQUAL 0
             DISPLAY "ERROR!!! Cap taula d'incentius vigent al periode"
               BEEP LINE 11 POSITION 10
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Restaurar
             PERFORM Sortir
           END-IF.
           PERFORM DemanarSortida.
           MOVE SPACES TO WS-NomFitxerNomina.
           STRING "INCEN" DELIMITED BY SIZE WS-PeriodeCercat
             DELIMITED BY SIZE ".DAT" DELIMITED BY SIZE
             INTO WS-NomFitxerNomina.
           MOVE "NO" TO FiFitxer.
           PERFORM AcumularReserva UNTIL FiFitxer = "SI".
           IF EstatFitxerAnulacions EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM AcumularAnulacio UNTIL FiFitxer = "SI"
           END-IF.
           PERFORM Restaurar.
           OPEN OUTPUT FitxerNomina.
           PERFORM Capcalera.
           PERFORM CalcularOperador VARYING WS-Index FROM 1 BY 1
             UNTIL WS-Index > NumOperadors.
           CLOSE FitxerNomina.
           MOVE WS-TotalIncentius TO ED-Incentiu.
           MOVE SPACES TO WS-LiniaExtracte.
           STRING "TOTAL INCENTIUS " DELIMITED BY SIZE ED-Incentiu
             DELIMITED BY SIZE "   FITXER NOMINA " DELIMITED BY SIZE
             WS-NomFitxerNomina DELIMITED BY SPACE INTO
             WS-LiniaExtracte.
           PERFORM EscriureLinia.
           ACCEPT Tecla NO BEEP.
           IF NOT SortidaPantalla CLOSE FitxerSortida END-IF.
           PERFORM Sortir.

        Restaurar.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".

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
             DISPLAY "Nom del fitxer de sortida: " LINE 3 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-NomFitxerSortida LINE 3 POSITION 33 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             OPEN OUTPUT FitxerSortida
           END-IF.

        CarregarTaula.
           MOVE 0 TO WS-PeriodeVigent.
           MOVE "NO" TO FiFitxer.
           PERFORM CercarPeriodeVigent UNTIL FiFitxer = "SI".
           MOVE 0 TO NumTrams.
           IF WS-PeriodeVigent NOT EQUAL 0
             MOVE WS-PeriodeVigent TO PeriodeIncentiu
             MOVE 0 TO TramIncentiu
             START FitxerIncentius KEY IS NOT LESS THAN ClauIncentiu
             MOVE "NO" TO FiFitxer
             PERFORM CarregarTram UNTIL FiFitxer = "SI"
           END-IF.

        CercarPeriodeVigent.
           READ FitxerIncentius NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF PeriodeIncentiu > WS-PeriodeCercat
               MOVE "SI" TO FiFitxer
             ELSE
               MOVE PeriodeIncentiu TO WS-PeriodeVigent
             END-IF
           END-IF.

        CarregarTram.
           READ FitxerIncentius NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF PeriodeIncentiu NOT EQUAL WS-PeriodeVigent OR
                NumTrams NOT < 20
               MOVE "SI" TO FiFitxer
             ELSE
               ADD 1 TO NumTrams
               IF NumTrams EQUAL 1
                 MOVE BaseIncentiu TO WS-BaseTaula
               END-IF
               MOVE LlindarIncentiu TO WS-TramLlindar(NumTrams)
               MOVE PercentIncentiu TO WS-TramPercent(NumTrams)
               MOVE PercentAssegIncentiu TO
                 WS-TramPercentAsseg(NumTrams)
               MOVE PercentExcurIncentiu TO
                 WS-TramPercentExcur(NumTrams)
             END-IF
           END-IF.

        LocalitzarOperador.
           MOVE "N" TO WS-Trobat.
           PERFORM CercarOperador VARYING WS-Index FROM 1 BY 1
             UNTIL (WS-Index > NumOperadors) OR (Trobat).
           IF NOT Trobat
             IF NumOperadors < 50
               ADD 1 TO NumOperadors
               MOVE WS-OperadorActual TO WS-OperNom(NumOperadors)
               MOVE 0 TO WS-OperReserves(NumOperadors)
               MOVE 0 TO WS-OperVendes(NumOperadors)
               MOVE 0 TO WS-OperCost(NumOperadors)
               MOVE 0 TO WS-OperAsseg(NumOperadors)
               MOVE 0 TO WS-OperExcur(NumOperadors)
               MOVE 0 TO WS-OperAnulacions(NumOperadors)
               MOVE 0 TO WS-OperAnulVendes(NumOperadors)
               MOVE 0 TO WS-OperAnulCost(NumOperadors)
               MOVE 0 TO WS-OperAnulAsseg(NumOperadors)
               MOVE 0 TO WS-OperAnulExcur(NumOperadors)
               MOVE NumOperadors TO WS-IndexTrobat
               MOVE "S" TO WS-Trobat
             END-IF
           END-IF.

        CercarOperador.
           IF WS-OperNom(WS-Index) EQUAL WS-OperadorActual
             MOVE "S" TO WS-Trobat
             MOVE WS-Index TO WS-IndexTrobat
           END-IF.

        AcumularReserva.
           READ FitxerReserves NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI" AND NOT ReservaOpcio AND
              OperadorReserva NOT EQUAL "WEB"
             UNSTRING DataReserva DELIMITED BY "/" INTO WS-DiaReg
               WS-MesReg WS-AnyReg
             COMPUTE WS-PeriodeReg = WS-AnyReg * 100 + WS-MesReg
             IF WS-PeriodeReg EQUAL WS-PeriodeCercat
               MOVE OperadorReserva TO WS-OperadorActual
               PERFORM LocalitzarOperador
               IF Trobat
                 MOVE CodiViatgeReservat TO CodiViatge
                 PERFORM CostReserva
                 COMPUTE WS-CostReserva = CostNetPersona *
                   PlacesReservades
                 ADD 1 TO WS-OperReserves(WS-IndexTrobat)
                 ADD PreuTotalReserva TO
                   WS-OperVendes(WS-IndexTrobat)
                 ADD WS-CostReserva TO WS-OperCost(WS-IndexTrobat)
                 ADD ImportAsseguranca TO
                   WS-OperAsseg(WS-IndexTrobat)
                 ADD ImportExcursions TO
                   WS-OperExcur(WS-IndexTrobat)
               END-IF
             END-IF
           END-IF.

        CostReserva.
           READ CatalegViatges.
           IF EstatCatalegViatges NOT EQUAL "00"
             MOVE 0 TO CostNetPersona
           END-IF.

        AcumularAnulacio.
           READ FitxerAnulacions NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             UNSTRING DataAnulacio DELIMITED BY "/" INTO WS-DiaReg
               WS-MesReg WS-AnyReg
             COMPUTE WS-PeriodeReg = WS-AnyReg * 100 + WS-MesReg
             MOVE 0 TO WS-PeriodeVenda
             IF DataReservaAnulada NOT EQUAL SPACES
               UNSTRING DataReservaAnulada DELIMITED BY "/" INTO
                 WS-DiaReg WS-MesReg WS-AnyReg
               COMPUTE WS-PeriodeVenda = WS-AnyReg * 100 + WS-MesReg
             END-IF
             IF WS-PeriodeReg EQUAL WS-PeriodeCercat AND
                WS-PeriodeVenda NOT EQUAL WS-PeriodeCercat AND
                OperadorVendaAnulada NOT EQUAL "WEB"
               IF OperadorVendaAnulada NOT EQUAL SPACES
                 MOVE OperadorVendaAnulada TO WS-OperadorActual
               ELSE
                 MOVE OperadorAnulacio TO WS-OperadorActual
               END-IF
               PERFORM LocalitzarOperador
               IF Trobat
                 MOVE CodiViatgeAnulat TO CodiViatge
                 PERFORM CostReserva
                 COMPUTE WS-CostReserva = CostNetPersona *
                   PlacesAnulades
                 ADD 1 TO WS-OperAnulacions(WS-IndexTrobat)
                 ADD ImportAnulat TO
                   WS-OperAnulVendes(WS-IndexTrobat)
                 ADD WS-CostReserva TO
                   WS-OperAnulCost(WS-IndexTrobat)
                 ADD AssegurancaAnulada TO
                   WS-OperAnulAsseg(WS-IndexTrobat)
                 ADD ExcursionsAnulades TO
                   WS-OperAnulExcur(WS-IndexTrobat)
               END-IF
             END-IF
           END-IF.

        Capcalera.
           DISPLAY "INCENTIUS DE VENDA  PERIODE " LINE 3 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-PeriodeCercat LINE 3 POSITION 33
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "TAULA VIGENT DES DE " LINE 3 POSITION 42
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-PeriodeVigent LINE 3 POSITION 62
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF TaulaSobreVendes
             DISPLAY "BASE: VENDES NETES D'ANUL-LACIONS" LINE 4
               POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
           ELSE
             DISPLAY "BASE: MARGE NET D'ANUL-LACIONS   " LINE 4
               POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
           END-IF.
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "INCENTIUS DE VENDA  PERIODE " DELIMITED BY SIZE
               WS-PeriodeCercat DELIMITED BY SIZE
               "  TAULA VIGENT DES DE " DELIMITED BY SIZE
               WS-PeriodeVigent DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE 6 TO Fila.

        CalcularOperador.
           IF TaulaSobreVendes
             COMPUTE WS-BaseCalcul = WS-OperVendes(WS-Index) -
               WS-OperAnulVendes(WS-Index)
           ELSE
             COMPUTE WS-BaseCalcul = WS-OperVendes(WS-Index) -
               WS-OperCost(WS-Index) - WS-OperAnulVendes(WS-Index) +
               WS-OperAnulCost(WS-Index)
           END-IF.
           COMPUTE WS-NetAsseg = WS-OperAsseg(WS-Index) -
             WS-OperAnulAsseg(WS-Index).
           COMPUTE WS-NetExcur = WS-OperExcur(WS-Index) -
             WS-OperAnulExcur(WS-Index).
           MOVE 0 TO WS-IncentiuTrams.
           MOVE 0 TO WS-IndexPrimes.
           PERFORM CalcularTram VARYING WS-IndexTram FROM 1 BY 1
             UNTIL WS-IndexTram > NumTrams.
           MOVE 0 TO WS-PrimaAsseg.
           MOVE 0 TO WS-PrimaExcur.
           IF WS-IndexPrimes NOT EQUAL 0
             COMPUTE WS-PrimaAsseg ROUNDED = WS-NetAsseg *
               WS-TramPercentAsseg(WS-IndexPrimes) / 100
             COMPUTE WS-PrimaExcur ROUNDED = WS-NetExcur *
               WS-TramPercentExcur(WS-IndexPrimes) / 100
           END-IF.
           COMPUTE WS-IncentiuTotal = WS-IncentiuTrams +
             WS-PrimaAsseg + WS-PrimaExcur.
           IF WS-IncentiuTotal < 0
             MOVE 0 TO WS-IncentiuTotal
           END-IF.
           ADD WS-IncentiuTotal TO WS-TotalIncentius.
           PERFORM ImprimirExtracte.
           MOVE WS-IncentiuTotal TO ED-Nomina.
           MOVE SPACES TO LiniaNomina.
           STRING WS-OperNom(WS-Index) DELIMITED BY SIZE ";"
             DELIMITED BY SIZE WS-PeriodeCercat DELIMITED BY SIZE
             ";INCENTIU VENDES;" DELIMITED BY SIZE ED-Nomina
             DELIMITED BY SIZE INTO LiniaNomina.
           WRITE LiniaNomina.
           ADD 1 TO WS-NumLinies.

        CalcularTram.
           IF WS-BaseCalcul > WS-TramLlindar(WS-IndexTram) OR
              WS-TramLlindar(WS-IndexTram) EQUAL 0
             IF WS-IndexPrimes EQUAL 0
               MOVE WS-IndexTram TO WS-IndexPrimes
             ELSE
               IF WS-TramLlindar(WS-IndexTram) >
                  WS-TramLlindar(WS-IndexPrimes)
                 MOVE WS-IndexTram TO WS-IndexPrimes
               END-IF
             END-IF
           END-IF.
           IF WS-BaseCalcul > WS-TramLlindar(WS-IndexTram)
             MOVE WS-BaseCalcul TO WS-LimitTram
             PERFORM CercarLimitTram VARYING WS-IndexLimit FROM 1
               BY 1 UNTIL WS-IndexLimit > NumTrams
             COMPUTE WS-ImportTram = WS-LimitTram -
               WS-TramLlindar(WS-IndexTram)
             COMPUTE WS-IncentiuTrams ROUNDED = WS-IncentiuTrams +
               WS-ImportTram * WS-TramPercent(WS-IndexTram) / 100
           END-IF.

        CercarLimitTram.
           IF WS-TramLlindar(WS-IndexLimit) >
              WS-TramLlindar(WS-IndexTram) AND
              WS-TramLlindar(WS-IndexLimit) < WS-LimitTram
             MOVE WS-TramLlindar(WS-IndexLimit) TO WS-LimitTram
           END-IF.

        ImprimirExtracte.
           MOVE WS-OperReserves(WS-Index) TO ED-Comptador.
           MOVE WS-OperAnulacions(WS-Index) TO ED-Comptador2.
           MOVE SPACES TO WS-LiniaExtracte.
           STRING "OPERADOR: " DELIMITED BY SIZE WS-OperNom(WS-Index)
             DELIMITED BY SIZE "  RESERVES " DELIMITED BY SIZE
             ED-Comptador DELIMITED BY SIZE "  ANUL-LACIONS "
             DELIMITED BY SIZE ED-Comptador2 DELIMITED BY SIZE
             INTO WS-LiniaExtracte.
           PERFORM EscriureLinia.
           MOVE WS-OperVendes(WS-Index) TO ED-Import.
           MOVE WS-OperCost(WS-Index) TO ED-Import2.
           MOVE WS-OperAnulVendes(WS-Index) TO ED-Import3.
           MOVE SPACES TO WS-LiniaExtracte.
           STRING "  VENDES " DELIMITED BY SIZE ED-Import DELIMITED
             BY SIZE "  COST NET " DELIMITED BY SIZE ED-Import2
             DELIMITED BY SIZE "  ANUL-LAT " DELIMITED BY SIZE
             ED-Import3 DELIMITED BY SIZE INTO WS-LiniaExtracte.
           PERFORM EscriureLinia.
           MOVE WS-BaseCalcul TO ED-ImportNeg.
           MOVE WS-NetAsseg TO ED-ImportNeg2.
           MOVE WS-NetExcur TO ED-ImportNeg3.
           MOVE SPACES TO WS-LiniaExtracte.
           STRING "  BASE " DELIMITED BY SIZE ED-ImportNeg DELIMITED
             BY SIZE "  ASSEG. " DELIMITED BY SIZE ED-ImportNeg2
             DELIMITED BY SIZE "  EXCUR. " DELIMITED BY SIZE
             ED-ImportNeg3 DELIMITED BY SIZE INTO WS-LiniaExtracte.
           PERFORM EscriureLinia.
           COMPUTE WS-PrimesTotal = WS-PrimaAsseg + WS-PrimaExcur.
           MOVE WS-IncentiuTrams TO ED-Incentiu.
           MOVE WS-PrimesTotal TO ED-Incentiu2.
           MOVE WS-IncentiuTotal TO ED-Incentiu3.
           MOVE SPACES TO WS-LiniaExtracte.
           STRING "  TRAMS " DELIMITED BY SIZE ED-Incentiu DELIMITED
             BY SIZE "  PRIMES " DELIMITED BY SIZE ED-Incentiu2
             DELIMITED BY SIZE "  TOTAL " DELIMITED BY SIZE
             ED-Incentiu3 DELIMITED BY SIZE INTO WS-LiniaExtracte.
           PERFORM EscriureLinia.
           MOVE SPACES TO WS-LiniaExtracte.
           PERFORM EscriureLinia.

        EscriureLinia.
           DISPLAY WS-LiniaExtracte LINE Fila POSITION 2
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             MOVE WS-LiniaExtracte TO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           ADD 1 TO Fila.
           IF Fila > 19
             ACCEPT Tecla NO BEEP
             MOVE 6 TO Fila
           END-IF.

        Sortir.
           CLOSE FitxerReserves.
           CLOSE FitxerAnulacions.
           CLOSE CatalegViatges.
           CLOSE FitxerIncentius.
           EXIT PROGRAM.
