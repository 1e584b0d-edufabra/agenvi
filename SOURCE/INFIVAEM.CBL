       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulLlibreFacturesEmeses.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FFACTU.CPY.
            COPY S-FRECTI.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-FACTU.CPY.
          COPY FD-RECTI.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerFactures      PIC XX VALUE "00".
         77 EstatFitxerRectificatives PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 7.
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
            VALUE "LLIBRE FACTURES EMESES".
         77 WS-ModeInforme           PIC X VALUE "L".
           88 ModeLlibre             VALUE "L".
           88 ModeModel303           VALUE "M".
         77 WS-Trimestre             PIC 9 VALUE 0.
         77 WS-AnyCercat             PIC 9(4) VALUE 0.
         77 WS-MesInici              PIC 99 VALUE 0.
         77 WS-MesFi                 PIC 99 VALUE 0.
         77 WS-IndexMes              PIC 9 VALUE 0.
         77 WS-DiaReg                PIC 99.
         77 WS-MesReg                PIC 99.
         77 WS-AnyReg                PIC 9(4).
         77 WS-ClauParamTanc         PIC X(12) VALUE SPACES.
         77 WS-ValorParamTanc        PIC X(40) VALUE SPACES.
         77 WS-ResultatParamTanc     PIC XX VALUE "NO".
         77 WS-TancatFins            PIC 9(8) VALUE 0.
         77 WS-DataFiTrimestre       PIC 9(8) VALUE 0.
         77 WS-EstatPeriode          PIC X(11) VALUE SPACES.
         77 WS-NumFactures           PIC 9(5) VALUE 0.
         77 WS-NumRectificatives     PIC 9(5) VALUE 0.
         77 NumTipus                 PIC 99 VALUE 0.
         77 WS-IndexTipus            PIC 99 VALUE 0.
         77 WS-IndexTrobat           PIC 99 VALUE 0.
         77 WS-Trobat                PIC X VALUE "N".
           88 Trobat                 VALUE "S".
         77 WS-TipusCerca            PIC 9(2) VALUE 0.
         77 WS-BaseReg               PIC S9(9) VALUE 0.
         77 WS-QuotaReg              PIC S9(9) VALUE 0.
         77 WS-TotalREAV             PIC S9(9) VALUE 0.
         77 WS-MargeREAV             PIC S9(9) VALUE 0.
         77 WS-QuotaREAV             PIC S9(9) VALUE 0.
         77 WS-BaseRectGeneral       PIC S9(9) VALUE 0.
         77 WS-QuotaRectGeneral      PIC S9(9) VALUE 0.
         77 WS-MargeRectREAV         PIC S9(9) VALUE 0.
         77 WS-QuotaRectREAV         PIC S9(9) VALUE 0.
         77 WS-TotalGeneralTrim      PIC S9(9) VALUE 0.
         77 ED-Numero                PIC ZZZZZZ9.
         77 ED-Import                PIC -ZZZZZZZ9.
         77 ED-Import2               PIC -ZZZZZZZ9.
         77 ED-Import3               PIC -ZZZZZZZ9.
         77 ED-Import4               PIC -ZZZZZZZ9.
         77 ED-Tipus                 PIC Z9.
         77 WS-EtiquetaCasella       PIC X(40) VALUE SPACES.

         01 WS-TaulaTipusIVA.
           02 WS-EntTipus OCCURS 10 TIMES.
             03 WS-TipTipus          PIC 9(2).
             03 WS-TipNum            PIC 9(5).
             03 WS-TipBase           PIC S9(9).
             03 WS-TipQuota          PIC S9(9).

         01 WS-TaulaMesos.
           02 WS-EntMes OCCURS 3 TIMES.
             03 WS-MesNum            PIC 9(5).
             03 WS-MesBase           PIC S9(9).
             03 WS-MesQuota          PIC S9(9).
             03 WS-MesTotal          PIC S9(9).
             03 WS-MesMarge          PIC S9(9).

         01 WS-Caselles303.
           02 WS-Casella01           PIC S9(9) VALUE 0.
           02 WS-Casella02           PIC 9(2) VALUE 0.
           02 WS-Casella03           PIC S9(9) VALUE 0.
           02 WS-Casella04           PIC S9(9) VALUE 0.
           02 WS-Casella05           PIC 9(2) VALUE 0.
           02 WS-Casella06           PIC S9(9) VALUE 0.
           02 WS-Casella07           PIC S9(9) VALUE 0.
           02 WS-Casella08           PIC 9(2) VALUE 0.
           02 WS-Casella09           PIC S9(9) VALUE 0.
           02 WS-Casella14           PIC S9(9) VALUE 0.
           02 WS-Casella15           PIC S9(9) VALUE 0.
           02 WS-Casella27           PIC S9(9) VALUE 0.
           02 WS-Casella45           PIC S9(9) VALUE 0.
           02 WS-Casella46           PIC S9(9) VALUE 0.

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
                 FitxerFactures, FitxerRectificatives.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN INPUT FitxerFactures.
           IF EstatFitxerFactures NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Factures NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "Trimestre (1-4): " LINE 1 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-Trimestre LINE 1 POSITION 23 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           IF WS-Trimestre < 1 OR WS-Trimestre > 4
             MOVE 1 TO WS-Trimestre
           END-IF.
           DISPLAY "Any (AAAA): " LINE 1 POSITION 30
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-AnyCercat LINE 1 POSITION 43 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "(L)libre registre o resum (M)odel 303: " LINE 2
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-ModeInforme LINE 2 POSITION 45 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF NOT ModeModel303
             MOVE "L" TO WS-ModeInforme
           ELSE
             MOVE "RESUM MODEL 303" TO WS-TitolSpool
           END-IF.
           COMPUTE WS-MesInici = (WS-Trimestre * 3) - 2.
           COMPUTE WS-MesFi = WS-Trimestre * 3.
           PERFORM ComprovarPeriodeTancat.
           PERFORM DemanarSortida.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           PERFORM InicialitzarTotals.
           PERFORM EscriureCapcalera.
           MOVE 7 TO Fila.
           MOVE "NO" TO FiFitxer.
           PERFORM RevisarFactura UNTIL FiFitxer = "SI".
           OPEN INPUT FitxerRectificatives.
           IF EstatFitxerRectificatives EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM RevisarRectificativa UNTIL FiFitxer = "SI"
             CLOSE FitxerRectificatives
           END-IF.
           IF ModeLlibre
             PERFORM EscriureTotalsLlibre
           ELSE
             PERFORM CalcularCaselles303
             PERFORM EscriureResum303
           END-IF.
           ACCEPT Tecla NO BEEP.
           IF NOT SortidaPantalla CLOSE FitxerSortida END-IF.
           PERFORM Sortir.

        ComprovarPeriodeTancat.
           MOVE "PROVISIONAL" TO WS-EstatPeriode.
           COMPUTE WS-DataFiTrimestre = (WS-AnyCercat * 10000) +
             (WS-MesFi * 100) + 31.
           MOVE "TANCATFINS  " TO WS-ClauParamTanc.
           CALL "LLEGPARA.COB" USING WS-ClauParamTanc
             WS-ValorParamTanc WS-ResultatParamTanc.
           CANCEL "LLEGPARA.COB".
           IF WS-ResultatParamTanc EQUAL "OK" AND
              WS-ValorParamTanc(1:8) NUMERIC
             MOVE WS-ValorParamTanc(1:8) TO WS-TancatFins
             IF WS-TancatFins >= WS-DataFiTrimestre
               MOVE "DEFINITIU" TO WS-EstatPeriode
             END-IF
           END-IF.
           IF WS-EstatPeriode EQUAL "PROVISIONAL"
             DISPLAY "AVIS: Trimestre NO tancat; les xifres son"
               BEEP LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "provisionals" LINE 11 POSITION 53
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
           END-IF.

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
             DISPLAY "Nom del fitxer de sortida: " LINE 24
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-NomFitxerSortida LINE 24 POSITION 35
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             OPEN OUTPUT FitxerSortida
           END-IF.

        InicialitzarTotals.
           MOVE 0 TO NumTipus.
           PERFORM InicialitzarTipus VARYING WS-IndexTipus FROM 1 BY 1
             UNTIL WS-IndexTipus > 10.
           PERFORM InicialitzarMes VARYING WS-IndexMes FROM 1 BY 1
             UNTIL WS-IndexMes > 3.

        InicialitzarTipus.
           MOVE 0 TO WS-TipTipus(WS-IndexTipus).
           MOVE 0 TO WS-TipNum(WS-IndexTipus).
           MOVE 0 TO WS-TipBase(WS-IndexTipus).
           MOVE 0 TO WS-TipQuota(WS-IndexTipus).

        InicialitzarMes.
           MOVE 0 TO WS-MesNum(WS-IndexMes).
           MOVE 0 TO WS-MesBase(WS-IndexMes).
           MOVE 0 TO WS-MesQuota(WS-IndexMes).
           MOVE 0 TO WS-MesTotal(WS-IndexMes).
           MOVE 0 TO WS-MesMarge(WS-IndexMes).

        EscriureCapcalera.
           IF ModeLlibre
             DISPLAY "LLIBRE REGISTRE DE FACTURES EMESES - TRIM. "
               LINE 4 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
           ELSE
             DISPLAY "RESUM MODEL 303 - TRIMESTRE " LINE 4 POSITION 5
               CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
           END-IF.
           DISPLAY WS-Trimestre LINE 4 POSITION 50
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-AnyCercat LINE 4 POSITION 52
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-EstatPeriode LINE 4 POSITION 58
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF ModeLlibre
             DISPLAY "NUMERO  DATA       NIF       R TI      BASE"
               LINE 6 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
             DISPLAY "    QUOTA     TOTAL     MARGE" LINE 6
               POSITION 49 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
           END-IF.
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             IF ModeLlibre
               STRING "LLIBRE REGISTRE DE FACTURES EMESES - TRIMESTRE "
                 DELIMITED BY SIZE WS-Trimestre DELIMITED BY SIZE
                 " DE " DELIMITED BY SIZE WS-AnyCercat DELIMITED BY
                 SIZE " - " DELIMITED BY SIZE WS-EstatPeriode
                 DELIMITED BY SIZE INTO LiniaSortida
             ELSE
               STRING "RESUM MODEL 303 - TRIMESTRE " DELIMITED BY
                 SIZE WS-Trimestre DELIMITED BY SIZE " DE " DELIMITED
                 BY SIZE WS-AnyCercat DELIMITED BY SIZE " - "
                 DELIMITED BY SIZE WS-EstatPeriode DELIMITED BY SIZE
                 INTO LiniaSortida
             END-IF
             WRITE LiniaSortida
             IF ModeLlibre
               MOVE SPACES TO LiniaSortida
               STRING "NUMERO   DATA       NIF       CLIENT"
                 DELIMITED BY SIZE "                          R TI"
                 DELIMITED BY SIZE "      BASE     QUOTA     TOTAL"
                 DELIMITED BY SIZE "     MARGE  RECTIFICA"
                 DELIMITED BY SIZE INTO LiniaSortida
               WRITE LiniaSortida
             END-IF
           END-IF.

        RevisarFactura.
           READ FitxerFactures NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             UNSTRING DataFactura DELIMITED BY "/" INTO WS-DiaReg
               WS-MesReg WS-AnyReg
             IF WS-AnyReg EQUAL WS-AnyCercat AND
                WS-MesReg >= WS-MesInici AND
                WS-MesReg <= WS-MesFi
               PERFORM AcumularFactura
             END-IF
           END-IF.

        AcumularFactura.
           ADD 1 TO WS-NumFactures.
           COMPUTE WS-IndexMes = WS-MesReg - WS-MesInici + 1.
           ADD 1 TO WS-MesNum(WS-IndexMes).
           ADD BaseImposable TO WS-MesBase(WS-IndexMes).
           ADD QuotaIVA TO WS-MesQuota(WS-IndexMes).
           ADD TotalFactura TO WS-MesTotal(WS-IndexMes).
           IF FacturaRegimMarge
             ADD MargeFactura TO WS-MesMarge(WS-IndexMes)
             ADD TotalFactura TO WS-TotalREAV
             ADD MargeFactura TO WS-MargeREAV
             ADD QuotaIVA TO WS-QuotaREAV
           ELSE
             MOVE TipusIVA TO WS-TipusCerca
             MOVE BaseImposable TO WS-BaseReg
             MOVE QuotaIVA TO WS-QuotaReg
             PERFORM AcumularTipus
           END-IF.
           IF ModeLlibre
             MOVE NumeroFactura TO ED-Numero
             MOVE BaseImposable TO ED-Import
             MOVE QuotaIVA TO ED-Import2
             MOVE TotalFactura TO ED-Import3
             MOVE MargeFactura TO ED-Import4
             MOVE TipusIVA TO ED-Tipus
             DISPLAY ED-Numero LINE Fila POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY DataFactura LINE Fila POSITION 13
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY DniClientFactura LINE Fila POSITION 24
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY RegimFactura LINE Fila POSITION 34
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             PERFORM MostrarImportsLinia
             IF NOT SortidaPantalla
               MOVE SPACES TO LiniaSortida
               STRING " " DELIMITED BY SIZE ED-Numero DELIMITED BY
                 SIZE " " DELIMITED BY SIZE DataFactura DELIMITED BY
                 SIZE " " DELIMITED BY SIZE DniClientFactura
                 DELIMITED BY SIZE " " DELIMITED BY SIZE
                 NomClientFactura(1:35) DELIMITED BY SIZE " "
                 DELIMITED BY SIZE RegimFactura DELIMITED BY SIZE
                 " " DELIMITED BY SIZE ED-Tipus DELIMITED BY SIZE
                 " " DELIMITED BY SIZE ED-Import DELIMITED BY SIZE
                 " " DELIMITED BY SIZE ED-Import2 DELIMITED BY SIZE
                 " " DELIMITED BY SIZE ED-Import3 DELIMITED BY SIZE
                 " " DELIMITED BY SIZE ED-Import4 DELIMITED BY SIZE
                 INTO LiniaSortida
               WRITE LiniaSortida
             END-IF
           END-IF.

        RevisarRectificativa.
           READ FitxerRectificatives NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             UNSTRING DataRectificativa DELIMITED BY "/" INTO
               WS-DiaReg WS-MesReg WS-AnyReg
             IF WS-AnyReg EQUAL WS-AnyCercat AND
                WS-MesReg >= WS-MesInici AND
                WS-MesReg <= WS-MesFi
               PERFORM AcumularRectificativa
             END-IF
           END-IF.

        AcumularRectificativa.
           ADD 1 TO WS-NumRectificatives.
           COMPUTE WS-IndexMes = WS-MesReg - WS-MesInici + 1.
           ADD 1 TO WS-MesNum(WS-IndexMes).
           ADD BaseImposableRectificativa TO WS-MesBase(WS-IndexMes).
           ADD QuotaIVARectificativa TO WS-MesQuota(WS-IndexMes).
           ADD TotalRectificativa TO WS-MesTotal(WS-IndexMes).
           IF RectificativaRegimMarge
             ADD MargeRectificativa TO WS-MesMarge(WS-IndexMes)
             ADD MargeRectificativa TO WS-MargeRectREAV
             ADD QuotaIVARectificativa TO WS-QuotaRectREAV
           ELSE
             ADD BaseImposableRectificativa TO WS-BaseRectGeneral
             ADD QuotaIVARectificativa TO WS-QuotaRectGeneral
           END-IF.
           IF ModeLlibre
             MOVE NumeroRectificativa TO ED-Numero
             MOVE BaseImposableRectificativa TO ED-Import
             MOVE QuotaIVARectificativa TO ED-Import2
             MOVE TotalRectificativa TO ED-Import3
             MOVE MargeRectificativa TO ED-Import4
             MOVE TipusIVARectificativa TO ED-Tipus
             DISPLAY "R" LINE Fila POSITION 4
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Numero LINE Fila POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY DataRectificativa LINE Fila POSITION 13
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY DniClientRectificativa LINE Fila POSITION 24
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY RegimRectificativa LINE Fila POSITION 34
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             PERFORM MostrarImportsLinia
             IF NOT SortidaPantalla
               MOVE SPACES TO LiniaSortida
               STRING "R" DELIMITED BY SIZE ED-Numero DELIMITED BY
                 SIZE " " DELIMITED BY SIZE DataRectificativa
                 DELIMITED BY SIZE " " DELIMITED BY SIZE
                 DniClientRectificativa DELIMITED BY SIZE " "
                 DELIMITED BY SIZE NomClientRectificativa(1:35)
                 DELIMITED BY SIZE " " DELIMITED BY SIZE
                 RegimRectificativa DELIMITED BY SIZE " " DELIMITED
                 BY SIZE ED-Tipus DELIMITED BY SIZE " " DELIMITED BY
                 SIZE ED-Import DELIMITED BY SIZE " " DELIMITED BY
                 SIZE ED-Import2 DELIMITED BY SIZE " " DELIMITED BY
                 SIZE ED-Import3 DELIMITED BY SIZE " " DELIMITED BY
                 SIZE ED-Import4 DELIMITED BY SIZE "  " DELIMITED BY
                 SIZE NumeroFacturaOriginal DELIMITED BY SIZE
                 INTO LiniaSortida
               WRITE LiniaSortida
             END-IF
           END-IF.

        MostrarImportsLinia.
           DISPLAY ED-Tipus LINE Fila POSITION 36
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE Fila POSITION 39
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import2 LINE Fila POSITION 49
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import3 LINE Fila POSITION 59
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import4 LINE Fila POSITION 69
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           PERFORM AvancarFila.

        AvancarFila.
           ADD 1 TO Fila.
           IF Fila > 19
             ACCEPT Tecla NO BEEP
             MOVE 7 TO Fila
           END-IF.

        AcumularTipus.
           MOVE "N" TO WS-Trobat.
           PERFORM ComprovarTipus VARYING WS-IndexTipus FROM 1 BY 1
             UNTIL (WS-IndexTipus > NumTipus) OR (Trobat).
           IF NOT Trobat AND NumTipus < 10
             ADD 1 TO NumTipus
             MOVE NumTipus TO WS-IndexTrobat
             MOVE WS-TipusCerca TO WS-TipTipus(NumTipus)
             MOVE "S" TO WS-Trobat
           END-IF.
           IF Trobat
             ADD 1 TO WS-TipNum(WS-IndexTrobat)
             ADD WS-BaseReg TO WS-TipBase(WS-IndexTrobat)
             ADD WS-QuotaReg TO WS-TipQuota(WS-IndexTrobat)
           END-IF.

        ComprovarTipus.
           IF WS-IndexTipus <= NumTipus
             IF WS-TipTipus(WS-IndexTipus) EQUAL WS-TipusCerca
               MOVE "S" TO WS-Trobat
               MOVE WS-IndexTipus TO WS-IndexTrobat
             END-IF
           END-IF.

        EscriureTotalsLlibre.
           MOVE 7 TO Fila.
           DISPLAY BORRADO.
           DISPLAY "TOTALS PER MES" LINE 5 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "MES  FACT.      BASE     QUOTA     TOTAL     MARGE"
             LINE 6 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE "TOTALS PER MES" TO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           PERFORM EscriureTotalMes VARYING WS-IndexMes FROM 1 BY 1
             UNTIL WS-IndexMes > 3.
           ADD 1 TO Fila.
           DISPLAY "REGIM GENERAL PER TIPUS D'IVA" LINE Fila
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           PERFORM AvancarFila.
           IF NOT SortidaPantalla
             MOVE "REGIM GENERAL PER TIPUS D'IVA" TO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           PERFORM EscriureTotalTipus VARYING WS-IndexTipus FROM 1 BY 1
             UNTIL WS-IndexTipus > NumTipus.
           MOVE WS-BaseRectGeneral TO ED-Import.
           MOVE WS-QuotaRectGeneral TO ED-Import2.
           DISPLAY "Rectificatives regim general:" LINE Fila
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE Fila POSITION 39
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import2 LINE Fila POSITION 49
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           PERFORM AvancarFila.
           MOVE WS-TotalREAV TO ED-Import.
           MOVE WS-MargeREAV TO ED-Import2.
           MOVE WS-QuotaREAV TO ED-Import3.
           DISPLAY "REAV total/marge/quota:" LINE Fila POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Import LINE Fila POSITION 29
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Import2 LINE Fila POSITION 39
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Import3 LINE Fila POSITION 49
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           PERFORM AvancarFila.
           MOVE WS-MargeRectREAV TO ED-Import2.
           MOVE WS-QuotaRectREAV TO ED-Import3.
           DISPLAY "Rectificatives REAV:" LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import2 LINE Fila POSITION 39
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import3 LINE Fila POSITION 49
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           PERFORM AvancarFila.
           DISPLAY "Factures: " LINE 21 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-NumFactures LINE 21 POSITION 16
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Rectificatives: " LINE 21 POSITION 25
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-NumRectificatives LINE 21 POSITION 42
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE WS-BaseRectGeneral TO ED-Import
             MOVE WS-QuotaRectGeneral TO ED-Import2
             MOVE SPACES TO LiniaSortida
             STRING "RECTIFICATIVES REGIM GENERAL BASE " DELIMITED BY
               SIZE ED-Import DELIMITED BY SIZE " QUOTA " DELIMITED
               BY SIZE ED-Import2 DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
             MOVE WS-TotalREAV TO ED-Import
             MOVE WS-MargeREAV TO ED-Import2
             MOVE WS-QuotaREAV TO ED-Import3
             MOVE SPACES TO LiniaSortida
             STRING "REAV TOTAL " DELIMITED BY SIZE ED-Import
               DELIMITED BY SIZE " MARGE " DELIMITED BY SIZE
               ED-Import2 DELIMITED BY SIZE " QUOTA " DELIMITED BY
               SIZE ED-Import3 DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
             MOVE WS-MargeRectREAV TO ED-Import2
             MOVE WS-QuotaRectREAV TO ED-Import3
             MOVE SPACES TO LiniaSortida
             STRING "RECTIFICATIVES REAV MARGE " DELIMITED BY SIZE
               ED-Import2 DELIMITED BY SIZE " QUOTA " DELIMITED BY
               SIZE ED-Import3 DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "FACTURES " DELIMITED BY SIZE WS-NumFactures
               DELIMITED BY SIZE " RECTIFICATIVES " DELIMITED BY SIZE
               WS-NumRectificatives DELIMITED BY SIZE INTO
               LiniaSortida
             WRITE LiniaSortida
           END-IF.

        EscriureTotalMes.
           MOVE WS-MesBase(WS-IndexMes) TO ED-Import.
           MOVE WS-MesQuota(WS-IndexMes) TO ED-Import2.
           MOVE WS-MesTotal(WS-IndexMes) TO ED-Import3.
           MOVE WS-MesMarge(WS-IndexMes) TO ED-Import4.
           COMPUTE WS-MesReg = WS-MesInici + WS-IndexMes - 1.
           DISPLAY WS-MesReg LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-MesNum(WS-IndexMes) LINE Fila POSITION 10
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE Fila POSITION 16
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import2 LINE Fila POSITION 26
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import3 LINE Fila POSITION 36
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import4 LINE Fila POSITION 46
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           PERFORM AvancarFila.
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "MES " DELIMITED BY SIZE WS-MesReg DELIMITED BY
               SIZE " DOCUMENTS " DELIMITED BY SIZE
               WS-MesNum(WS-IndexMes) DELIMITED BY SIZE " BASE "
               DELIMITED BY SIZE ED-Import DELIMITED BY SIZE
               " QUOTA " DELIMITED BY SIZE ED-Import2 DELIMITED BY
               SIZE " TOTAL " DELIMITED BY SIZE ED-Import3 DELIMITED
               BY SIZE " MARGE " DELIMITED BY SIZE ED-Import4
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        EscriureTotalTipus.
           MOVE WS-TipTipus(WS-IndexTipus) TO ED-Tipus.
           MOVE WS-TipBase(WS-IndexTipus) TO ED-Import.
           MOVE WS-TipQuota(WS-IndexTipus) TO ED-Import2.
           DISPLAY "IVA " LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Tipus LINE Fila POSITION 9
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "% factures " LINE Fila POSITION 11
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-TipNum(WS-IndexTipus) LINE Fila POSITION 23
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE Fila POSITION 39
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import2 LINE Fila POSITION 49
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           PERFORM AvancarFila.
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "IVA " DELIMITED BY SIZE ED-Tipus DELIMITED BY
               SIZE "% FACTURES " DELIMITED BY SIZE
               WS-TipNum(WS-IndexTipus) DELIMITED BY SIZE " BASE "
               DELIMITED BY SIZE ED-Import DELIMITED BY SIZE
               " QUOTA " DELIMITED BY SIZE ED-Import2 DELIMITED BY
               SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        CalcularCaselles303.
           PERFORM AssignarTipus303 VARYING WS-IndexTipus FROM 1 BY 1
             UNTIL WS-IndexTipus > NumTipus.
           COMPUTE WS-BaseReg = WS-MargeREAV - WS-QuotaREAV.
           IF WS-Casella08 EQUAL 0
             MOVE 21 TO WS-Casella08
           END-IF.
           ADD WS-BaseReg TO WS-Casella07.
           ADD WS-QuotaREAV TO WS-Casella09.
           COMPUTE WS-Casella14 = WS-BaseRectGeneral +
             WS-MargeRectREAV - WS-QuotaRectREAV.
           COMPUTE WS-Casella15 = WS-QuotaRectGeneral +
             WS-QuotaRectREAV.
           COMPUTE WS-Casella27 = WS-Casella03 + WS-Casella06 +
             WS-Casella09 + WS-Casella15.
           MOVE 0 TO WS-Casella45.
           COMPUTE WS-Casella46 = WS-Casella27 - WS-Casella45.

        AssignarTipus303.
           EVALUATE TRUE
             WHEN WS-TipTipus(WS-IndexTipus) <= 5
               ADD WS-TipBase(WS-IndexTipus) TO WS-Casella01
               MOVE WS-TipTipus(WS-IndexTipus) TO WS-Casella02
               ADD WS-TipQuota(WS-IndexTipus) TO WS-Casella03
             WHEN WS-TipTipus(WS-IndexTipus) <= 10
               ADD WS-TipBase(WS-IndexTipus) TO WS-Casella04
               MOVE WS-TipTipus(WS-IndexTipus) TO WS-Casella05
               ADD WS-TipQuota(WS-IndexTipus) TO WS-Casella06
             WHEN OTHER
               ADD WS-TipBase(WS-IndexTipus) TO WS-Casella07
               MOVE WS-TipTipus(WS-IndexTipus) TO WS-Casella08
               ADD WS-TipQuota(WS-IndexTipus) TO WS-Casella09
           END-EVALUATE.

        EscriureResum303.
           MOVE 7 TO Fila.
           DISPLAY "IVA DEVENGAT - REGIM GENERAL I REAV" LINE 6
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE WS-Casella01 TO ED-Import.
           MOVE WS-Casella02 TO ED-Tipus.
           MOVE WS-Casella03 TO ED-Import2.
           MOVE "[01] Base  [02] Tipus  [03] Quota"
             TO WS-EtiquetaCasella.
           PERFORM EscriureCasellaTipus.
           MOVE WS-Casella04 TO ED-Import.
           MOVE WS-Casella05 TO ED-Tipus.
           MOVE WS-Casella06 TO ED-Import2.
           MOVE "[04] Base  [05] Tipus  [06] Quota"
             TO WS-EtiquetaCasella.
           PERFORM EscriureCasellaTipus.
           MOVE WS-Casella07 TO ED-Import.
           MOVE WS-Casella08 TO ED-Tipus.
           MOVE WS-Casella09 TO ED-Import2.
           MOVE "[07] Base  [08] Tipus  [09] Quota"
             TO WS-EtiquetaCasella.
           PERFORM EscriureCasellaTipus.
           MOVE WS-Casella14 TO ED-Import.
           MOVE 0 TO ED-Tipus.
           MOVE WS-Casella15 TO ED-Import2.
           MOVE "[14] Modif. base  [15] Quota" TO WS-EtiquetaCasella.
           PERFORM EscriureCasellaTipus.
           MOVE WS-Casella27 TO ED-Import.
           MOVE "[27] Total quota devengada" TO WS-EtiquetaCasella.
           PERFORM EscriureCasellaTotal.
           MOVE WS-Casella45 TO ED-Import.
           MOVE "[45] Total a deduir (no portat)" TO WS-EtiquetaCasella.
           PERFORM EscriureCasellaTotal.
           MOVE WS-Casella46 TO ED-Import.
           MOVE "[46] Resultat regim general" TO WS-EtiquetaCasella.
           PERFORM EscriureCasellaTotal.
           MOVE WS-MargeREAV TO ED-Import.
           MOVE "Marge REAV del trimestre (IVA incl.)" TO
             WS-EtiquetaCasella.
           PERFORM EscriureCasellaTotal.
           DISPLAY "Factures: " LINE 21 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-NumFactures LINE 21 POSITION 16
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Rectificatives: " LINE 21 POSITION 25
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-NumRectificatives LINE 21 POSITION 42
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".

        EscriureCasellaTipus.
           DISPLAY WS-EtiquetaCasella LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE Fila POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Tipus LINE Fila POSITION 51
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import2 LINE Fila POSITION 55
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           PERFORM AvancarFila.
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING WS-EtiquetaCasella DELIMITED BY SIZE " "
               DELIMITED BY
               SIZE ED-Import DELIMITED BY SIZE " " DELIMITED BY SIZE
               ED-Tipus DELIMITED BY SIZE " " DELIMITED BY SIZE
               ED-Import2 DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        EscriureCasellaTotal.
           DISPLAY WS-EtiquetaCasella LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE Fila POSITION 55
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           PERFORM AvancarFila.
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING WS-EtiquetaCasella DELIMITED BY SIZE " "
               DELIMITED BY
               SIZE ED-Import DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        Sortir.
           CLOSE FitxerFactures.
           EXIT PROGRAM.
