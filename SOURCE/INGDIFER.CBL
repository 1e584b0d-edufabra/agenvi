       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulIngressosDiferits.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FPAGAM.CPY.
            COPY S-FRESER.CPY.
            COPY S-FANUL.CPY.
            COPY S-FASSEN.CPY.
            COPY S-FNUMAS.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-PAGAM.CPY.
          COPY FD-RESER.CPY.
          COPY FD-ANUL.CPY.
          COPY FD-ASSEN.CPY.
          COPY FD-NUMAS.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerPagaments     PIC XX VALUE "00".
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatFitxerAnulacions    PIC XX VALUE "00".
         77 EstatFitxerAssentaments  PIC XX VALUE "00".
         77 EstatFitxerNumAssentaments PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
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
            VALUE "INGRESSOS DIFERITS".
         77 WS-ClauParamTanc         PIC X(12) VALUE SPACES.
         77 WS-ValorParamTanc        PIC X(40) VALUE SPACES.
         77 WS-ResultatParamTanc     PIC XX VALUE "NO".
         77 WS-TancatFins            PIC 9(8) VALUE 0.
         77 WS-PrimerDiaPeriode      PIC 9(8) VALUE 0.
         77 WS-MesPeriode            PIC 99.
         77 WS-AnyPeriode            PIC 9(4).
         77 WS-PeriodeCercat         PIC 9(6).
         77 WS-PeriodeTancat         PIC X VALUE "N".
         77 WS-DiaReg                PIC 99.
         77 WS-MesReg                PIC 99.
         77 WS-AnyReg                PIC 9(4).
         77 WS-PeriodeReg            PIC 9(6).
         77 WS-AbsReg                PIC 9(7).
         77 WS-DarrerDia             PIC 99.
         77 WS-DataFiPeriode         PIC X(10) VALUE SPACES.
         77 Dia                      PIC 99.
         77 Mes                      PIC X(3).
         77 MesNumeric               PIC 99 VALUE 0.
         77 Comptador                PIC 99.
         77 WS-NumAnulacions         PIC 9(4) VALUE 0.
         77 WS-IndexAnul             PIC 9(4) VALUE 0.
         77 WS-AnulTrobada           PIC 9(4) VALUE 0.
         77 WS-ReservaActual         PIC 9(7) VALUE 0.
         77 WS-ReservaValida         PIC X VALUE "N".
         77 WS-ReservaAnulada        PIC X VALUE "N".
         77 WS-CodiViatgeDif         PIC 9(5) VALUE 0.
         77 WS-DiaSortidaDif         PIC X(10) VALUE SPACES.
         77 WS-DataReservaDif        PIC X(10) VALUE SPACES.
         77 WS-AnySortida            PIC 9(4) VALUE 0.
         77 WS-AbsSortida            PIC 9(7) VALUE 0.
         77 WS-PeriodeSortida        PIC 9(6) VALUE 0.
         77 WS-AbsAnulacio           PIC 9(7) VALUE 0.
         77 WS-PeriodeAnulacio       PIC 9(6) VALUE 0.
         77 WS-RetornAnulacio        PIC 9(7) VALUE 0.
         77 WS-PeriodeLliure         PIC 9(6) VALUE 0.
         77 WS-ImportPag             PIC S9(9) VALUE 0.
         77 WS-AvancAnterior         PIC S9(9) VALUE 0.
         77 WS-AvancPeriode          PIC S9(9) VALUE 0.
         77 WS-SaldoInicial          PIC S9(9) VALUE 0.
         77 WS-NousAvancos           PIC S9(9) VALUE 0.
         77 WS-Alliberat             PIC S9(9) VALUE 0.
         77 WS-Retornat              PIC S9(9) VALUE 0.
         77 WS-SaldoFinal            PIC S9(9) VALUE 0.
         77 WS-Disponible            PIC S9(9) VALUE 0.
         77 WS-TotalInicial          PIC S9(9) VALUE 0.
         77 WS-TotalNous             PIC S9(9) VALUE 0.
         77 WS-TotalAlliberat        PIC S9(9) VALUE 0.
         77 WS-TotalRetornat         PIC S9(9) VALUE 0.
         77 WS-TotalFinal            PIC S9(9) VALUE 0.
         77 WS-TotalReserves         PIC 9(5) VALUE 0.
         77 WS-NumSortides           PIC 9(3) VALUE 0.
         77 WS-IndexSortida          PIC 9(3) VALUE 0.
         77 WS-SortidaTrobada        PIC 9(3) VALUE 0.
         77 WS-PosicioSortida        PIC 9(3) VALUE 0.
         77 WS-DataMov               PIC X(10) VALUE SPACES.
         77 WS-ConcepteMov           PIC X(30) VALUE SPACES.
         77 WS-OrigenMov             PIC X(4) VALUE "DIFE".
         77 WS-ReferenciaMov         PIC 9(7) VALUE 0.
         77 WS-CompteDeure           PIC X(8) VALUE SPACES.
         77 WS-CompteHaver           PIC X(8) VALUE SPACES.
         77 WS-CompteMov             PIC X(8) VALUE SPACES.
         77 WS-ImportMov             PIC 9(9) VALUE 0.
         77 WS-ImportSignat          PIC S9(9) VALUE 0.
         77 WS-DebitMov              PIC 9(9) VALUE 0.
         77 WS-CreditMov             PIC 9(9) VALUE 0.
         77 WS-LiniaMov              PIC 9(3) VALUE 0.
         77 WS-NumEsborrats          PIC 9(5) VALUE 0.
         77 WS-NumAssentaments       PIC 9(5) VALUE 0.
         77 ED-Import                PIC -ZZZZZZZ9.
         77 ED-Inicial               PIC -ZZZZZZZ9.
         77 ED-Nous                  PIC -ZZZZZZZ9.
         77 ED-Alliberat             PIC -ZZZZZZZ9.
         77 ED-Retornat              PIC -ZZZZZZZ9.
         77 ED-Final                 PIC -ZZZZZZZ9.
         77 ED-Reserves              PIC ZZZZ9.
         77 ED-Numero                PIC ZZZZ9.
         01 WS-TaulaAnulacions.
           02 WS-Anulacio OCCURS 3000 TIMES.
             03 WS-ReservaAnul       PIC 9(7).
             03 WS-DataAnul          PIC X(10).
             03 WS-RetornAnul        PIC 9(7).
             03 WS-CodiViatgeAnul    PIC 9(5).
             03 WS-SortidaAnul       PIC X(10).
             03 WS-DataReservaAnul   PIC X(10).
         01 WS-TaulaSortides.
           02 WS-Sortida OCCURS 500 TIMES.
             03 WS-AbsSortidaTaula   PIC 9(7).
             03 WS-CodiViatgeTaula   PIC 9(5).
             03 WS-DiaSortidaTaula   PIC X(6).
             03 WS-AnySortidaTaula   PIC 9(4).
             03 WS-ReservesTaula     PIC 9(5).
             03 WS-InicialTaula      PIC S9(9).
             03 WS-NousTaula         PIC S9(9).
             03 WS-AlliberatTaula    PIC S9(9).
             03 WS-RetornatTaula     PIC S9(9).
             03 WS-FinalTaula        PIC S9(9).
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
         01 TaulaDiesMes.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 28.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
         01 TaulaDiesMesR REDEFINES TaulaDiesMes.
           02 DiesMes OCCURS 12 TIMES PIC 99.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerPagaments, FitxerReserves, FitxerAnulacions,
                 FitxerAssentaments, FitxerNumAssentaments.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN INPUT FitxerPagaments.
           IF EstatFitxerPagaments NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Pagaments NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           OPEN INPUT FitxerReserves.
           OPEN INPUT FitxerAnulacions.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "INGRESSOS DIFERITS - ANTICIPS DE CLIENTS" LINE 1
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Mes de tancament (MM): " LINE 3 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-MesPeriode LINE 3 POSITION 29 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "Any (AAAA): " LINE 3 POSITION 34
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-AnyPeriode LINE 3 POSITION 47 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           IF WS-MesPeriode < 1 OR WS-MesPeriode > 12
             DISPLAY "ERROR!!! Mes incorrecte" BEEP LINE 11
               POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           COMPUTE WS-PeriodeCercat = WS-AnyPeriode * 100 +
             WS-MesPeriode.
           COMPUTE WS-PrimerDiaPeriode = WS-PeriodeCercat * 100 + 1.
           PERFORM ComprovarPeriodeTancat.
           MOVE "N" TO Segur.
           IF WS-PrimerDiaPeriode <= WS-TancatFins
             MOVE "S" TO WS-PeriodeTancat
             DISPLAY "Periode TANCAT: nomes es mostrara el quadre."
               LINE 5 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           ELSE
             DISPLAY "Generar els assentaments del periode (S/N)? "
               LINE 5 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Segur LINE 5 POSITION 50 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
           END-IF.
           PERFORM DemanarSortida.
           PERFORM CalcularDataFiPeriode.
           PERFORM CarregarAnulacions.
           MOVE 0 TO WS-NumSortides.
           MOVE 0 TO WS-ReservaActual.
           MOVE "N" TO WS-ReservaValida.
           MOVE 0 TO NumeroReservaPagat.
           START FitxerPagaments KEY IS NOT LESS THAN
             NumeroReservaPagat.
           IF EstatFitxerPagaments EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM RevisarPagament UNTIL FiFitxer = "SI"
           END-IF.
           PERFORM TancarReserva.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           PERFORM EscriureCapcalera.
           MOVE 6 TO Fila.
           PERFORM EscriureSortida VARYING WS-IndexSortida FROM 1 BY 1
             UNTIL WS-IndexSortida > WS-NumSortides.
           PERFORM EscriureTotals.
           ACCEPT Tecla NO BEEP.
           IF NOT SortidaPantalla
             CLOSE FitxerSortida
           END-IF.
           IF Segur EQUAL "S"
             PERFORM Restaurar
             PERFORM GenerarAssentaments
             ACCEPT Tecla NO BEEP
           END-IF.
           PERFORM Sortir.

        ComprovarPeriodeTancat.
           MOVE 0 TO WS-TancatFins.
           MOVE "TANCATFINS  " TO WS-ClauParamTanc.
           CALL "LLEGPARA.COB" USING WS-ClauParamTanc
             WS-ValorParamTanc WS-ResultatParamTanc.
           CANCEL "LLEGPARA.COB".
           IF WS-ResultatParamTanc EQUAL "OK" AND
              WS-ValorParamTanc(1:8) NUMERIC
             MOVE WS-ValorParamTanc(1:8) TO WS-TancatFins
           END-IF.

        CalcularDataFiPeriode.
           MOVE DiesMes(WS-MesPeriode) TO WS-DarrerDia.
           IF WS-MesPeriode EQUAL 2
             DIVIDE WS-AnyPeriode BY 4 GIVING WS-AnyReg
               REMAINDER WS-DiaReg
             IF WS-DiaReg EQUAL 0
               MOVE 29 TO WS-DarrerDia
             END-IF
           END-IF.
           MOVE SPACES TO WS-DataFiPeriode.
           STRING WS-DarrerDia DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesPeriode DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnyPeriode DELIMITED BY SIZE INTO
             WS-DataFiPeriode.

        DemanarSortida.
           MOVE "P" TO TipusSortida.
           DISPLAY "Sortida: (P)antalla (I)mpressora (F)itxer: "
             LINE 7 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TipusSortida LINE 7 POSITION 50 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF SortidaImpressora
             CALL "OBRESPOL.COB" USING WS-TitolSpool
               WS-NomFitxerSortida
             CANCEL "OBRESPOL.COB"
             OPEN OUTPUT FitxerSortida
           END-IF.
           IF SortidaFitxer
             DISPLAY "Nom del fitxer: " LINE 8 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-NomFitxerSortida LINE 8 POSITION 22 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             OPEN OUTPUT FitxerSortida
           END-IF.

        CarregarAnulacions.
           MOVE 0 TO WS-NumAnulacions.
           IF EstatFitxerAnulacions EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM CarregarUnaAnulacio UNTIL FiFitxer = "SI"
           END-IF.

        CarregarUnaAnulacio.
           READ FitxerAnulacions NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF NumeroReservaAnulada NUMERIC AND
                NumeroReservaAnulada > 0 AND WS-NumAnulacions < 3000
               ADD 1 TO WS-NumAnulacions
               MOVE NumeroReservaAnulada TO
                 WS-ReservaAnul(WS-NumAnulacions)
               MOVE DataAnulacio TO WS-DataAnul(WS-NumAnulacions)
               MOVE ImportRetorn TO WS-RetornAnul(WS-NumAnulacions)
               MOVE CodiViatgeAnulat TO
                 WS-CodiViatgeAnul(WS-NumAnulacions)
               MOVE DiaSortidaAnulada TO
                 WS-SortidaAnul(WS-NumAnulacions)
               MOVE DataReservaAnulada TO
                 WS-DataReservaAnul(WS-NumAnulacions)
             END-IF
           END-IF.

        RevisarPagament.
           READ FitxerPagaments NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF NumeroReservaPagat NOT EQUAL WS-ReservaActual
               PERFORM TancarReserva
               PERFORM IniciarReserva
             END-IF
             IF WS-ReservaValida EQUAL "S"
               PERFORM AcumularPagament
             END-IF
           END-IF.

        IniciarReserva.
           MOVE NumeroReservaPagat TO WS-ReservaActual.
           MOVE "N" TO WS-ReservaValida.
           MOVE "N" TO WS-ReservaAnulada.
           MOVE 0 TO WS-AvancAnterior.
           MOVE 0 TO WS-AvancPeriode.
           MOVE 0 TO WS-RetornAnulacio.
           MOVE 0 TO WS-AbsAnulacio.
           MOVE 0 TO WS-PeriodeAnulacio.
           IF WS-ReservaActual EQUAL 0
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-ReservaActual TO NumeroReserva.
           READ FitxerReserves.
           IF EstatFitxerReserves EQUAL "00"
             MOVE "S" TO WS-ReservaValida
             MOVE CodiViatgeReservat TO WS-CodiViatgeDif
             MOVE DiaSortida TO WS-DiaSortidaDif
             MOVE DataReserva TO WS-DataReservaDif
           ELSE
             MOVE 0 TO WS-AnulTrobada
             PERFORM CercarAnulacio VARYING WS-IndexAnul FROM 1 BY 1
               UNTIL WS-IndexAnul > WS-NumAnulacions
             IF WS-AnulTrobada > 0
               MOVE "S" TO WS-ReservaValida
               MOVE "S" TO WS-ReservaAnulada
               MOVE WS-CodiViatgeAnul(WS-AnulTrobada) TO
                 WS-CodiViatgeDif
               MOVE WS-SortidaAnul(WS-AnulTrobada) TO
                 WS-DiaSortidaDif
               MOVE WS-DataReservaAnul(WS-AnulTrobada) TO
                 WS-DataReservaDif
               MOVE WS-RetornAnul(WS-AnulTrobada) TO
                 WS-RetornAnulacio
               MOVE WS-DataAnul(WS-AnulTrobada) TO WS-DataMov
               PERFORM ConvertirData
               MOVE WS-AbsReg TO WS-AbsAnulacio
               MOVE WS-PeriodeReg TO WS-PeriodeAnulacio
             END-IF
           END-IF.
           IF WS-ReservaValida EQUAL "S"
             PERFORM CalcularSortida
             IF WS-AbsSortida EQUAL 0
               MOVE "N" TO WS-ReservaValida
             END-IF
           END-IF.
           IF WS-ReservaAnulada EQUAL "S" AND
              WS-AbsAnulacio NOT < WS-AbsSortida
             MOVE "N" TO WS-ReservaAnulada
           END-IF.
           IF WS-ReservaAnulada EQUAL "S"
             MOVE WS-PeriodeAnulacio TO WS-PeriodeLliure
           ELSE
             MOVE WS-PeriodeSortida TO WS-PeriodeLliure
           END-IF.

        CercarAnulacio.
           IF WS-ReservaAnul(WS-IndexAnul) EQUAL WS-ReservaActual
             MOVE WS-IndexAnul TO WS-AnulTrobada
           END-IF.

        ConvertirData.
           MOVE 0 TO WS-DiaReg.
           MOVE 0 TO WS-MesReg.
           MOVE 0 TO WS-AnyReg.
           MOVE 0 TO WS-AbsReg.
           MOVE 0 TO WS-PeriodeReg.
           UNSTRING WS-DataMov DELIMITED BY "/" INTO WS-DiaReg
             WS-MesReg WS-AnyReg.
           IF WS-MesReg > 0 AND WS-MesReg < 13
             COMPUTE WS-AbsReg = WS-AnyReg * 365 +
               DiesAcumulats(WS-MesReg) + WS-DiaReg
             COMPUTE WS-PeriodeReg = WS-AnyReg * 100 + WS-MesReg
           END-IF.

        CalcularSortida.
           MOVE 0 TO WS-AbsSortida.
           MOVE 0 TO WS-PeriodeSortida.
           MOVE 0 TO WS-AnySortida.
           MOVE 0 TO MesNumeric.
           MOVE 0 TO Dia.
           MOVE SPACES TO Mes.
           UNSTRING WS-DiaSortidaDif DELIMITED BY SPACE INTO Dia Mes.
           PERFORM AdivinarMes VARYING Comptador FROM 1 BY 1
             UNTIL Comptador > 12.
           MOVE WS-DataReservaDif TO WS-DataMov.
           PERFORM ConvertirData.
           IF MesNumeric > 0 AND WS-AbsReg > 0
             MOVE WS-AnyReg TO WS-AnySortida
             IF DiesAcumulats(MesNumeric) + Dia <
                DiesAcumulats(WS-MesReg) + WS-DiaReg
               ADD 1 TO WS-AnySortida
             END-IF
             COMPUTE WS-AbsSortida = WS-AnySortida * 365 +
               DiesAcumulats(MesNumeric) + Dia
             COMPUTE WS-PeriodeSortida = WS-AnySortida * 100 +
               MesNumeric
           END-IF.

        AdivinarMes.
           IF Comptador < 13
             IF Mesos (Comptador) = Mes
               MOVE Comptador TO MesNumeric
             END-IF
           END-IF.

        AcumularPagament.
           MOVE DataPagament TO WS-DataMov.
           PERFORM ConvertirData.
           IF WS-AbsReg EQUAL 0 OR WS-AbsReg NOT < WS-AbsSortida
             EXIT PARAGRAPH
           END-IF.
           IF WS-ReservaAnulada EQUAL "S" AND
              WS-AbsReg > WS-AbsAnulacio
             EXIT PARAGRAPH
           END-IF.
           MOVE ImportPagament TO WS-ImportPag.
           IF PagamentRetornat
             COMPUTE WS-ImportPag = 0 - ImportPagament
           END-IF.
           IF WS-PeriodeReg < WS-PeriodeCercat
             ADD WS-ImportPag TO WS-AvancAnterior
           ELSE
             IF WS-PeriodeReg EQUAL WS-PeriodeCercat
               ADD WS-ImportPag TO WS-AvancPeriode
             END-IF
           END-IF.

        TancarReserva.
           IF WS-ReservaValida NOT EQUAL "S"
             EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-ReservaValida.
           IF WS-PeriodeLliure < WS-PeriodeCercat
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-AvancAnterior TO WS-SaldoInicial.
           MOVE WS-AvancPeriode TO WS-NousAvancos.
           MOVE 0 TO WS-Alliberat.
           MOVE 0 TO WS-Retornat.
           COMPUTE WS-Disponible = WS-SaldoInicial + WS-NousAvancos.
           IF WS-PeriodeLliure EQUAL WS-PeriodeCercat
             IF WS-ReservaAnulada EQUAL "S" AND WS-Disponible > 0
               MOVE WS-RetornAnulacio TO WS-Retornat
               IF WS-Retornat > WS-Disponible
                 MOVE WS-Disponible TO WS-Retornat
               END-IF
             END-IF
             COMPUTE WS-Alliberat = WS-Disponible - WS-Retornat
           END-IF.
           COMPUTE WS-SaldoFinal = WS-Disponible - WS-Alliberat -
             WS-Retornat.
           IF WS-SaldoInicial EQUAL 0 AND WS-NousAvancos EQUAL 0 AND
              WS-Alliberat EQUAL 0 AND WS-Retornat EQUAL 0
             EXIT PARAGRAPH
           END-IF.
           PERFORM AcumularSortida.

        AcumularSortida.
           MOVE 0 TO WS-SortidaTrobada.
           PERFORM CercarSortida VARYING WS-IndexSortida FROM 1 BY 1
             UNTIL WS-IndexSortida > WS-NumSortides OR
             WS-SortidaTrobada > 0.
           IF WS-SortidaTrobada EQUAL 0 AND WS-NumSortides < 500
             MOVE 1 TO WS-PosicioSortida
             PERFORM CercarPosicio VARYING WS-IndexSortida FROM 1
               BY 1 UNTIL WS-IndexSortida > WS-NumSortides
             PERFORM DesplacarSortida VARYING WS-IndexSortida FROM
               WS-NumSortides BY -1 UNTIL WS-IndexSortida <
               WS-PosicioSortida OR WS-IndexSortida EQUAL 0
             ADD 1 TO WS-NumSortides
             MOVE WS-PosicioSortida TO WS-SortidaTrobada
             MOVE WS-AbsSortida TO WS-AbsSortidaTaula(WS-SortidaTrobada)
             MOVE WS-CodiViatgeDif TO
               WS-CodiViatgeTaula(WS-SortidaTrobada)
             MOVE WS-DiaSortidaDif TO
               WS-DiaSortidaTaula(WS-SortidaTrobada)
             MOVE WS-AnySortida TO WS-AnySortidaTaula(WS-SortidaTrobada)
             MOVE 0 TO WS-ReservesTaula(WS-SortidaTrobada)
             MOVE 0 TO WS-InicialTaula(WS-SortidaTrobada)
             MOVE 0 TO WS-NousTaula(WS-SortidaTrobada)
             MOVE 0 TO WS-AlliberatTaula(WS-SortidaTrobada)
             MOVE 0 TO WS-RetornatTaula(WS-SortidaTrobada)
             MOVE 0 TO WS-FinalTaula(WS-SortidaTrobada)
           END-IF.
           IF WS-SortidaTrobada > 0
             ADD 1 TO WS-ReservesTaula(WS-SortidaTrobada)
             ADD WS-SaldoInicial TO WS-InicialTaula(WS-SortidaTrobada)
             ADD WS-NousAvancos TO WS-NousTaula(WS-SortidaTrobada)
             ADD WS-Alliberat TO WS-AlliberatTaula(WS-SortidaTrobada)
             ADD WS-Retornat TO WS-RetornatTaula(WS-SortidaTrobada)
             ADD WS-SaldoFinal TO WS-FinalTaula(WS-SortidaTrobada)
           END-IF.

        CercarSortida.
           IF WS-AbsSortidaTaula(WS-IndexSortida) EQUAL WS-AbsSortida
              AND WS-CodiViatgeTaula(WS-IndexSortida) EQUAL
              WS-CodiViatgeDif
             MOVE WS-IndexSortida TO WS-SortidaTrobada
           END-IF.

        CercarPosicio.
           IF WS-AbsSortidaTaula(WS-IndexSortida) < WS-AbsSortida OR
              (WS-AbsSortidaTaula(WS-IndexSortida) EQUAL
               WS-AbsSortida AND
               WS-CodiViatgeTaula(WS-IndexSortida) < WS-CodiViatgeDif)
             COMPUTE WS-PosicioSortida = WS-IndexSortida + 1
           END-IF.

        DesplacarSortida.
           MOVE WS-Sortida(WS-IndexSortida) TO
             WS-Sortida(WS-IndexSortida + 1).

        EscriureCapcalera.
           DISPLAY "INGRESSOS DIFERITS - PERIODE " LINE 2 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-MesPeriode LINE 2 POSITION 34
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "/" LINE 2 POSITION 36
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-AnyPeriode LINE 2 POSITION 37
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "VIATG SORTIDA     RES   INICIAL      NOUS"
             LINE 4 POSITION 2 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY " ALLIBERAT  RETORNAT     FINAL" LINE 4 POSITION 43
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "QUADRE D'INGRESSOS DIFERITS (ANTICIPS DE CLIENTS) "
               DELIMITED BY SIZE "PERIODE " DELIMITED BY SIZE
               WS-MesPeriode DELIMITED BY SIZE "/" DELIMITED BY SIZE
               WS-AnyPeriode DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "VIATG SORTIDA     RES   INICIAL      NOUS"
               DELIMITED BY SIZE "  ALLIBERAT  RETORNAT     FINAL"
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE 0 TO WS-TotalInicial.
           MOVE 0 TO WS-TotalNous.
           MOVE 0 TO WS-TotalAlliberat.
           MOVE 0 TO WS-TotalRetornat.
           MOVE 0 TO WS-TotalFinal.
           MOVE 0 TO WS-TotalReserves.

        EscriureSortida.
           MOVE WS-ReservesTaula(WS-IndexSortida) TO ED-Reserves.
           MOVE WS-InicialTaula(WS-IndexSortida) TO ED-Inicial.
           MOVE WS-NousTaula(WS-IndexSortida) TO ED-Nous.
           MOVE WS-AlliberatTaula(WS-IndexSortida) TO ED-Alliberat.
           MOVE WS-RetornatTaula(WS-IndexSortida) TO ED-Retornat.
           MOVE WS-FinalTaula(WS-IndexSortida) TO ED-Final.
           ADD WS-ReservesTaula(WS-IndexSortida) TO WS-TotalReserves.
           ADD WS-InicialTaula(WS-IndexSortida) TO WS-TotalInicial.
           ADD WS-NousTaula(WS-IndexSortida) TO WS-TotalNous.
           ADD WS-AlliberatTaula(WS-IndexSortida) TO
             WS-TotalAlliberat.
           ADD WS-RetornatTaula(WS-IndexSortida) TO WS-TotalRetornat.
           ADD WS-FinalTaula(WS-IndexSortida) TO WS-TotalFinal.
           DISPLAY WS-CodiViatgeTaula(WS-IndexSortida) LINE Fila
             POSITION 2 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-DiaSortidaTaula(WS-IndexSortida) LINE Fila
             POSITION 8 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-AnySortidaTaula(WS-IndexSortida) LINE Fila
             POSITION 15 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Reserves LINE Fila POSITION 19
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Inicial LINE Fila POSITION 24
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Nous LINE Fila POSITION 34
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Alliberat LINE Fila POSITION 44
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Retornat LINE Fila POSITION 54
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Final LINE Fila POSITION 64
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING WS-CodiViatgeTaula(WS-IndexSortida) DELIMITED BY
               SIZE " " DELIMITED BY SIZE
               WS-DiaSortidaTaula(WS-IndexSortida) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AnySortidaTaula(WS-IndexSortida) DELIMITED BY SIZE
               ED-Reserves DELIMITED BY SIZE " " DELIMITED BY SIZE
               ED-Inicial DELIMITED BY SIZE " " DELIMITED BY SIZE
               ED-Nous DELIMITED BY SIZE "  " DELIMITED BY SIZE
               ED-Alliberat DELIMITED BY SIZE " " DELIMITED BY SIZE
               ED-Retornat DELIMITED BY SIZE " " DELIMITED BY SIZE
               ED-Final DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           PERFORM AvancarFila.

        AvancarFila.
           ADD 1 TO Fila.
           IF Fila > 19
             ACCEPT Tecla NO BEEP
             MOVE 6 TO Fila
           END-IF.

        EscriureTotals.
           MOVE WS-TotalReserves TO ED-Reserves.
           MOVE WS-TotalInicial TO ED-Inicial.
           MOVE WS-TotalNous TO ED-Nous.
           MOVE WS-TotalAlliberat TO ED-Alliberat.
           MOVE WS-TotalRetornat TO ED-Retornat.
           MOVE WS-TotalFinal TO ED-Final.
           DISPLAY "TOTAL" LINE 21 POSITION 2
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Reserves LINE 21 POSITION 19
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Inicial LINE 21 POSITION 24
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Nous LINE 21 POSITION 34
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Alliberat LINE 21 POSITION 44
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Retornat LINE 21 POSITION 54
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Final LINE 21 POSITION 64
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "TOTAL            " DELIMITED BY SIZE
               ED-Reserves DELIMITED BY SIZE " " DELIMITED BY SIZE
               ED-Inicial DELIMITED BY SIZE " " DELIMITED BY SIZE
               ED-Nous DELIMITED BY SIZE "  " DELIMITED BY SIZE
               ED-Alliberat DELIMITED BY SIZE " " DELIMITED BY SIZE
               ED-Retornat DELIMITED BY SIZE " " DELIMITED BY SIZE
               ED-Final DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        GenerarAssentaments.
           OPEN I-O FitxerAssentaments.
           IF EstatFitxerAssentaments NOT EQUAL "00"
             OPEN OUTPUT FitxerAssentaments
             CLOSE FitxerAssentaments
             OPEN I-O FitxerAssentaments
           END-IF.
           OPEN I-O FitxerNumAssentaments.
           IF EstatFitxerNumAssentaments NOT EQUAL "00"
             OPEN OUTPUT FitxerNumAssentaments
             CLOSE FitxerNumAssentaments
             OPEN I-O FitxerNumAssentaments
           END-IF.
           MOVE 0 TO WS-NumEsborrats.
           MOVE 0 TO WS-NumAssentaments.
           MOVE WS-PeriodeCercat TO PeriodeApunt.
           START FitxerAssentaments KEY IS EQUAL TO PeriodeApunt.
           IF EstatFitxerAssentaments EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM EsborrarUnApunt UNTIL FiFitxer = "SI"
           END-IF.
           MOVE WS-DataFiPeriode TO WS-DataMov.
           MOVE WS-PeriodeCercat TO WS-ReferenciaMov.
           MOVE "ANTICIPS CLIENTS DEL MES" TO WS-ConcepteMov.
           MOVE WS-TotalNous TO WS-ImportSignat.
           MOVE "70000000" TO WS-CompteDeure.
           MOVE "43800000" TO WS-CompteHaver.
           PERFORM AssentamentSignat.
           MOVE "ANTICIPS IMPUTATS A VENDES" TO WS-ConcepteMov.
           MOVE WS-TotalAlliberat TO WS-ImportSignat.
           MOVE "43800000" TO WS-CompteDeure.
           MOVE "70000000" TO WS-CompteHaver.
           PERFORM AssentamentSignat.
           MOVE "ANTICIPS RETORNATS" TO WS-ConcepteMov.
           MOVE WS-TotalRetornat TO WS-ImportSignat.
           MOVE "43800000" TO WS-CompteDeure.
           MOVE "70800000" TO WS-CompteHaver.
           PERFORM AssentamentSignat.
           CLOSE FitxerAssentaments.
           CLOSE FitxerNumAssentaments.
           DISPLAY "ASSENTAMENTS D'INGRESSOS DIFERITS" LINE 8
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE WS-NumEsborrats TO ED-Numero.
           DISPLAY "Apunts diferits anteriors esborrats: " LINE 10
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Numero LINE 10 POSITION 45
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-NumAssentaments TO ED-Numero.
           DISPLAY "Assentaments generats: " LINE 11 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Numero LINE 11 POSITION 45
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-TotalFinal TO ED-Import.
           DISPLAY "Saldo final compte 43800000: " LINE 12 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 12 POSITION 41
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".

        EsborrarUnApunt.
           READ FitxerAssentaments NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF PeriodeApunt NOT EQUAL WS-PeriodeCercat
               MOVE "SI" TO FiFitxer
             ELSE
               IF ApuntDiferit
                 DELETE FitxerAssentaments RECORD
                 ADD 1 TO WS-NumEsborrats
               END-IF
             END-IF
           END-IF.

        AssentamentSignat.
           IF WS-ImportSignat EQUAL 0
             EXIT PARAGRAPH
           END-IF.
           IF WS-ImportSignat < 0
             MOVE WS-CompteDeure TO WS-CompteMov
             MOVE WS-CompteHaver TO WS-CompteDeure
             MOVE WS-CompteMov TO WS-CompteHaver
             COMPUTE WS-ImportMov = 0 - WS-ImportSignat
           ELSE
             MOVE WS-ImportSignat TO WS-ImportMov
           END-IF.
           PERFORM AssentamentSimple.

        AssentamentSimple.
           PERFORM NouAssentament.
           MOVE WS-CompteDeure TO WS-CompteMov.
           MOVE WS-ImportMov TO WS-DebitMov.
           MOVE 0 TO WS-CreditMov.
           PERFORM GravarApunt.
           MOVE WS-CompteHaver TO WS-CompteMov.
           MOVE 0 TO WS-DebitMov.
           MOVE WS-ImportMov TO WS-CreditMov.
           PERFORM GravarApunt.

        NouAssentament.
           MOVE "NUMASSEN" TO ClauNumAssentaments.
           READ FitxerNumAssentaments
             INVALID KEY MOVE 0 TO UltimNumeroAssentament
           END-READ.
           ADD 1 TO UltimNumeroAssentament.
           IF EstatFitxerNumAssentaments EQUAL "00"
             REWRITE RegistreNumAssentaments
           ELSE
             WRITE RegistreNumAssentaments
           END-IF.
           MOVE 0 TO WS-LiniaMov.
           ADD 1 TO WS-NumAssentaments.

        GravarApunt.
           ADD 1 TO WS-LiniaMov.
           MOVE UltimNumeroAssentament TO NumeroAssentament.
           MOVE WS-LiniaMov TO LiniaApunt.
           MOVE WS-PeriodeCercat TO PeriodeApunt.
           MOVE WS-DataMov TO DataApunt.
           MOVE WS-CompteMov TO CompteApunt.
           MOVE WS-DebitMov TO DebitApunt.
           MOVE WS-CreditMov TO CreditApunt.
           MOVE WS-ConcepteMov TO ConcepteApunt.
           MOVE WS-OrigenMov TO OrigenApunt.
           MOVE WS-ReferenciaMov TO ReferenciaApunt.
           WRITE RegistreApunt.

        Restaurar.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".

        Sortir.
           CLOSE FitxerPagaments.
           CLOSE FitxerReserves.
           CLOSE FitxerAnulacions.
           EXIT PROGRAM.
