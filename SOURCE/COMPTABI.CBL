       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulComptabilitzacio.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FRESER.CPY.
            COPY S-FFACTU.CPY.
            COPY S-FRECTI.CPY.
            COPY S-FPAGAM.CPY.
            COPY S-FRETRO.CPY.
            COPY S-FANUL.CPY.
            COPY S-FLIQUI.CPY.
            COPY S-FFACPR.CPY.
            COPY S-FSCAI.CPY.
            COPY S-FBESTR.CPY.
            COPY S-FASSEN.CPY.
            COPY S-FNUMAS.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-RESER.CPY.
          COPY FD-FACTU.CPY.
          COPY FD-RECTI.CPY.
          COPY FD-PAGAM.CPY.
          COPY FD-RETRO.CPY.
          COPY FD-ANUL.CPY.
          COPY FD-LIQUI.CPY.
          COPY FD-FACPR.CPY.
          COPY FD-SCAI.CPY.
          COPY FD-BESTR.CPY.
          COPY FD-ASSEN.CPY.
          COPY FD-NUMAS.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatFitxerFactures      PIC XX VALUE "00".
         77 EstatFitxerRectificatives PIC XX VALUE "00".
         77 EstatFitxerPagaments     PIC XX VALUE "00".
         77 EstatFitxerAnulacions    PIC XX VALUE "00".
         77 EstatFitxerLiquidacions  PIC XX VALUE "00".
         77 EstatFitxerFacturesProveidor PIC XX VALUE "00".
         77 EstatFitxerSessionsCaixa PIC XX VALUE "00".
         77 EstatFitxerBestretes     PIC XX VALUE "00".
         77 EstatFitxerRetrocessions PIC XX VALUE "00".
         77 EstatFitxerAssentaments  PIC XX VALUE "00".
         77 EstatFitxerNumAssentaments PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 FiLiquidacions           PIC XX VALUE "NO".
         77 Tecla                    PIC X.
         77 Segur                    PIC X VALUE "N".
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 WS-ClauParamTanc         PIC X(12) VALUE SPACES.
         77 WS-ValorParamTanc        PIC X(40) VALUE SPACES.
         77 WS-ResultatParamTanc     PIC XX VALUE "NO".
         77 WS-TancatFins            PIC 9(8) VALUE 0.
         77 WS-PrimerDiaPeriode      PIC 9(8) VALUE 0.
         77 WS-MesPeriode            PIC 99.
         77 WS-AnyPeriode            PIC 9(4).
         77 WS-PeriodeCercat         PIC 9(6).
         77 WS-DiaReg                PIC 99.
         77 WS-MesReg                PIC 99.
         77 WS-AnyReg                PIC 9(4).
         77 WS-PeriodeReg            PIC 9(6).
         77 WS-DarrerDia             PIC 99.
         77 WS-DataFiPeriode         PIC X(10) VALUE SPACES.
         77 WS-DataMov               PIC X(10) VALUE SPACES.
         77 WS-ConcepteMov           PIC X(30) VALUE SPACES.
         77 WS-OrigenMov             PIC X(4) VALUE SPACES.
         77 WS-ReferenciaMov         PIC 9(7) VALUE 0.
         77 WS-CompteDeure           PIC X(8) VALUE SPACES.
         77 WS-CompteHaver           PIC X(8) VALUE SPACES.
         77 WS-CompteMov             PIC X(8) VALUE SPACES.
         77 WS-ImportMov             PIC 9(9) VALUE 0.
         77 WS-DebitMov              PIC 9(9) VALUE 0.
         77 WS-CreditMov             PIC 9(9) VALUE 0.
         77 WS-LiniaMov              PIC 9(3) VALUE 0.
         77 WS-TotalAbs              PIC 9(9) VALUE 0.
         77 WS-QuotaAbs              PIC 9(9) VALUE 0.
         77 WS-BaseAbs               PIC 9(9) VALUE 0.
         77 WS-LiquidacioTrobada     PIC X VALUE "N".
         77 WS-LiquidacionsObertes   PIC X VALUE "N".
         77 WS-LiqJaPagada           PIC X VALUE "N".
         77 WS-NumLiqPagades         PIC 9(4) VALUE 0.
         77 WS-IndexLiq              PIC 9(4) VALUE 0.
         77 WS-NumEsborrats          PIC 9(5) VALUE 0.
         77 WS-NumAssentaments       PIC 9(5) VALUE 0.
         77 WS-TotalDeure            PIC 9(11) VALUE 0.
         77 WS-TotalHaver            PIC 9(11) VALUE 0.
         77 ED-Import                PIC ZZZZZZZZZZ9.
         77 ED-Numero                PIC ZZZZ9.
         77 WS-OperacioDetall        PIC X VALUE SPACE.
         77 WS-TaxaTuristicaMov      PIC 9(7) VALUE 0.
         77 WS-CobratAnulat          PIC S9(9) VALUE 0.
         77 WS-PenalitatCobrada      PIC 9(9) VALUE 0.
         77 WS-Retingut              PIC 9(9) VALUE 0.
         77 FiPagaments              PIC X VALUE "N".
         COPY PREUCALC.CPY.
         COPY DETPREU-W.CPY.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.
         01 WS-DataCaixa             PIC 9(8).
         01 WS-DataCaixaR REDEFINES WS-DataCaixa.
           02 WS-AnyCaixa            PIC 9(4).
           02 WS-MesCaixa            PIC 99.
           02 WS-DiaCaixa            PIC 99.
         01 TaulaLiqPagades.
           02 LiqPagada OCCURS 2000 TIMES PIC 9(7).
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
                 FitxerReserves, FitxerFactures, FitxerRectificatives,
                 FitxerPagaments, FitxerRetrocessions,
                 FitxerAnulacions, FitxerLiquidacions,
                 FitxerFacturesProveidor, FitxerSessionsCaixa,
                 FitxerAssentaments, FitxerNumAssentaments.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "COMPTABILITZACIO AUTOMATICA DEL PERIODE" LINE 1
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Mes a comptabilitzar (MM): " LINE 3 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-MesPeriode LINE 3 POSITION 33 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "Any (AAAA): " LINE 3 POSITION 38
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-AnyPeriode LINE 3 POSITION 51 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           IF WS-MesPeriode < 1 OR WS-MesPeriode > 12
             DISPLAY "ERROR!!! Mes incorrecte" BEEP LINE 11
               POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           COMPUTE WS-PeriodeCercat = WS-AnyPeriode * 100 +
             WS-MesPeriode.
           COMPUTE WS-PrimerDiaPeriode = WS-PeriodeCercat * 100 + 1.
           PERFORM ComprovarPeriodeTancat.
           IF WS-PrimerDiaPeriode <= WS-TancatFins
             DISPLAY "ERROR!!! Periode comptable TANCAT fins al"
               BEEP LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY WS-TancatFins LINE 11 POSITION 52
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           DISPLAY "Es regeneraran els assentaments automatics del"
             LINE 5 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "periode. Continuar (S/N)? " LINE 6 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE "N" TO Segur.
           ACCEPT Segur LINE 6 POSITION 32 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF Segur NOT EQUAL "S"
             EXIT PROGRAM
           END-IF.
           PERFORM Restaurar.
           PERFORM CalcularDataFiPeriode.
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
           PERFORM EsborrarAutomatics.
           PERFORM CarregarLiqPagades.
           OPEN INPUT FitxerReserves.
           IF EstatFitxerReserves EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM ComptabilitzarReserva UNTIL FiFitxer = "SI"
             CLOSE FitxerReserves
           END-IF.
           OPEN INPUT FitxerFactures.
           IF EstatFitxerFactures EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM ComptabilitzarFactura UNTIL FiFitxer = "SI"
             CLOSE FitxerFactures
           END-IF.
           OPEN INPUT FitxerRectificatives.
           IF EstatFitxerRectificatives EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM ComptabilitzarRectificativa UNTIL FiFitxer = "SI"
             CLOSE FitxerRectificatives
           END-IF.
           OPEN INPUT FitxerPagaments.
           IF EstatFitxerPagaments EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM ComptabilitzarPagament UNTIL FiFitxer = "SI"
             CLOSE FitxerPagaments
           END-IF.
           OPEN INPUT FitxerRetrocessions.
           IF EstatFitxerRetrocessions EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM ComptabilitzarRetrocessio UNTIL FiFitxer = "SI"
             CLOSE FitxerRetrocessions
           END-IF.
           OPEN INPUT FitxerAnulacions.
           IF EstatFitxerAnulacions EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM ComptabilitzarAnulacio UNTIL FiFitxer = "SI"
             CLOSE FitxerAnulacions
           END-IF.
           OPEN INPUT FitxerLiquidacions.
           IF EstatFitxerLiquidacions EQUAL "00"
             MOVE "S" TO WS-LiquidacionsObertes
             MOVE "NO" TO FiFitxer
             PERFORM ComptabilitzarLiquidacio UNTIL FiFitxer = "SI"
           END-IF.
           OPEN INPUT FitxerFacturesProveidor.
           IF EstatFitxerFacturesProveidor EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM ComptabilitzarFacturaProv UNTIL FiFitxer = "SI"
             CLOSE FitxerFacturesProveidor
           END-IF.
           IF WS-LiquidacionsObertes EQUAL "S"
             CLOSE FitxerLiquidacions
           END-IF.
           OPEN INPUT FitxerSessionsCaixa.
           IF EstatFitxerSessionsCaixa EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM ComptabilitzarCaixa UNTIL FiFitxer = "SI"
             CLOSE FitxerSessionsCaixa
           END-IF.
           OPEN INPUT FitxerBestretes.
           IF EstatFitxerBestretes EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM ComptabilitzarLiquidacioGuia UNTIL FiFitxer = "SI"
             CLOSE FitxerBestretes
           END-IF.
           CLOSE FitxerAssentaments.
           CLOSE FitxerNumAssentaments.
           PERFORM InformeControl.
           ACCEPT Tecla NO BEEP.
           EXIT PROGRAM.

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

        ComprovarPeriode.
           COMPUTE WS-PeriodeReg = WS-AnyReg * 100 + WS-MesReg.

        EsborrarAutomatics.
           MOVE WS-PeriodeCercat TO PeriodeApunt.
           START FitxerAssentaments KEY IS EQUAL TO PeriodeApunt.
           IF EstatFitxerAssentaments EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM EsborrarUnApunt UNTIL FiFitxer = "SI"
           END-IF.

        EsborrarUnApunt.
           READ FitxerAssentaments NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF PeriodeApunt NOT EQUAL WS-PeriodeCercat
               MOVE "SI" TO FiFitxer
             ELSE
               IF NOT ApuntManual AND NOT ApuntDiferit
                 DELETE FitxerAssentaments RECORD
                 ADD 1 TO WS-NumEsborrats
               END-IF
             END-IF
           END-IF.

        CarregarLiqPagades.
           MOVE 0 TO WS-NumLiqPagades.
           MOVE "40000000" TO CompteApunt.
           START FitxerAssentaments KEY IS EQUAL TO CompteApunt.
           IF EstatFitxerAssentaments EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM CarregarUnaLiqPagada UNTIL FiFitxer = "SI"
           END-IF.

        CarregarUnaLiqPagada.
           READ FitxerAssentaments NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF CompteApunt NOT EQUAL "40000000"
               MOVE "SI" TO FiFitxer
             ELSE
               IF OrigenApunt EQUAL "PAGM" AND
                  WS-NumLiqPagades < 2000
                 ADD 1 TO WS-NumLiqPagades
                 MOVE ReferenciaApunt TO LiqPagada(WS-NumLiqPagades)
               END-IF
             END-IF
           END-IF.

        ComptabilitzarReserva.
           READ FitxerReserves NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             UNSTRING DataReserva DELIMITED BY "/" INTO WS-DiaReg
               WS-MesReg WS-AnyReg
             PERFORM ComprovarPeriode
             IF WS-PeriodeReg EQUAL WS-PeriodeCercat AND
                PreuTotalReserva > 0
               MOVE DataReserva TO WS-DataMov
               MOVE "VENDA RESERVA" TO WS-ConcepteMov
               MOVE "VEND" TO WS-OrigenMov
               MOVE NumeroReserva TO WS-ReferenciaMov
               MOVE "L" TO WS-OperacioDetall
               CALL "DETPREU.COB" USING WS-OperacioDetall
                 NumeroReserva PeticioCalculPreu DetallPreuReserva
               CANCEL "DETPREU.COB"
               MOVE 0 TO WS-TaxaTuristicaMov
               IF DP-ImportTaxaTuristica > 0 AND
                  DP-ImportTaxaTuristica < PreuTotalReserva
                 MOVE DP-ImportTaxaTuristica TO WS-TaxaTuristicaMov
               END-IF
               MOVE "43000000" TO WS-CompteDeure
               MOVE "70000000" TO WS-CompteHaver
               COMPUTE WS-ImportMov = PreuTotalReserva -
                 WS-TaxaTuristicaMov
               PERFORM AssentamentSimple
               IF WS-TaxaTuristicaMov > 0
                 MOVE "TAXA TURISTICA RESERVA" TO WS-ConcepteMov
                 MOVE "43000000" TO WS-CompteDeure
                 MOVE "47500000" TO WS-CompteHaver
                 MOVE WS-TaxaTuristicaMov TO WS-ImportMov
                 PERFORM AssentamentSimple
               END-IF
             END-IF
           END-IF.

        ComptabilitzarFactura.
           READ FitxerFactures NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             UNSTRING DataFactura DELIMITED BY "/" INTO WS-DiaReg
               WS-MesReg WS-AnyReg
             PERFORM ComprovarPeriode
             IF WS-PeriodeReg EQUAL WS-PeriodeCercat AND
                QuotaIVA > 0
               MOVE DataFactura TO WS-DataMov
               MOVE "IVA FACTURA" TO WS-ConcepteMov
               MOVE "FACT" TO WS-OrigenMov
               MOVE NumeroFactura TO WS-ReferenciaMov
               MOVE "70000000" TO WS-CompteDeure
               MOVE "47700000" TO WS-CompteHaver
               MOVE QuotaIVA TO WS-ImportMov
               PERFORM AssentamentSimple
             END-IF
           END-IF.

        ComptabilitzarRectificativa.
           READ FitxerRectificatives NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             UNSTRING DataRectificativa DELIMITED BY "/" INTO
               WS-DiaReg WS-MesReg WS-AnyReg
             PERFORM ComprovarPeriode
             IF WS-PeriodeReg EQUAL WS-PeriodeCercat AND
                TotalRectificativa NOT EQUAL 0
               MOVE DataRectificativa TO WS-DataMov
               MOVE "RECTIFICATIVA" TO WS-ConcepteMov
               MOVE "RECT" TO WS-OrigenMov
               MOVE NumeroRectificativa TO WS-ReferenciaMov
               IF TotalRectificativa < 0
                 COMPUTE WS-TotalAbs = 0 - TotalRectificativa
               ELSE
                 MOVE TotalRectificativa TO WS-TotalAbs
               END-IF
               IF QuotaIVARectificativa < 0
                 COMPUTE WS-QuotaAbs = 0 - QuotaIVARectificativa
               ELSE
                 MOVE QuotaIVARectificativa TO WS-QuotaAbs
               END-IF
               IF WS-QuotaAbs > WS-TotalAbs
                 MOVE WS-TotalAbs TO WS-QuotaAbs
               END-IF
               COMPUTE WS-BaseAbs = WS-TotalAbs - WS-QuotaAbs
               IF RectificativaAnulacio
                 PERFORM RectificativaIVA
               ELSE
                 IF TotalRectificativa < 0
                   PERFORM RectificativaAbonament
                 ELSE
                   PERFORM RectificativaCarrec
                 END-IF
               END-IF
             END-IF
           END-IF.

        RectificativaIVA.
           IF WS-QuotaAbs > 0
             IF TotalRectificativa < 0
               MOVE "47700000" TO WS-CompteDeure
               MOVE "70800000" TO WS-CompteHaver
             ELSE
               MOVE "70800000" TO WS-CompteDeure
               MOVE "47700000" TO WS-CompteHaver
             END-IF
             MOVE WS-QuotaAbs TO WS-ImportMov
             PERFORM AssentamentSimple
           END-IF.

        RectificativaAbonament.
           PERFORM NouAssentament.
           MOVE "70800000" TO WS-CompteMov.
           MOVE WS-BaseAbs TO WS-DebitMov.
           MOVE 0 TO WS-CreditMov.
           PERFORM GravarApunt.
           IF WS-QuotaAbs > 0
             MOVE "47700000" TO WS-CompteMov
             MOVE WS-QuotaAbs TO WS-DebitMov
             MOVE 0 TO WS-CreditMov
             PERFORM GravarApunt
           END-IF.
           MOVE "43000000" TO WS-CompteMov.
           MOVE 0 TO WS-DebitMov.
           MOVE WS-TotalAbs TO WS-CreditMov.
           PERFORM GravarApunt.

        RectificativaCarrec.
           PERFORM NouAssentament.
           MOVE "43000000" TO WS-CompteMov.
           MOVE WS-TotalAbs TO WS-DebitMov.
           MOVE 0 TO WS-CreditMov.
           PERFORM GravarApunt.
           MOVE "70000000" TO WS-CompteMov.
           MOVE 0 TO WS-DebitMov.
           MOVE WS-BaseAbs TO WS-CreditMov.
           PERFORM GravarApunt.
           IF WS-QuotaAbs > 0
             MOVE "47700000" TO WS-CompteMov
             MOVE 0 TO WS-DebitMov
             MOVE WS-QuotaAbs TO WS-CreditMov
             PERFORM GravarApunt
           END-IF.

        ComptabilitzarPagament.
           READ FitxerPagaments NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             UNSTRING DataPagament DELIMITED BY "/" INTO WS-DiaReg
               WS-MesReg WS-AnyReg
             PERFORM ComprovarPeriode
             IF WS-PeriodeReg EQUAL WS-PeriodeCercat AND
                ImportPagament > 0
               MOVE DataPagament TO WS-DataMov
               MOVE NumeroPagament TO WS-ReferenciaMov
               MOVE ImportPagament TO WS-ImportMov
               IF MovimentGuia
                 PERFORM MovimentBestretaGuia
               ELSE
                 PERFORM MovimentCobramentClient
               END-IF
               PERFORM AssentamentSimple
             END-IF
           END-IF.

        MovimentBestretaGuia.
           MOVE "GUIA" TO WS-OrigenMov.
           IF PagamentBestretaGuia
             MOVE "EFECTIU LLIURAT A GUIA" TO WS-ConcepteMov
             MOVE "46000000" TO WS-CompteDeure
             MOVE "57000000" TO WS-CompteHaver
           ELSE
             MOVE "EFECTIU RETORNAT PER GUIA" TO WS-ConcepteMov
             MOVE "57000000" TO WS-CompteDeure
             MOVE "46000000" TO WS-CompteHaver
           END-IF.

        MovimentCobramentClient.
           IF PagamentRetornat
             MOVE "REBUT RETORNAT" TO WS-ConcepteMov
             MOVE "RETB" TO WS-OrigenMov
             MOVE "43000000" TO WS-CompteDeure
             MOVE "57200000" TO WS-CompteHaver
           ELSE
             MOVE "COBRAMENT CLIENT" TO WS-ConcepteMov
             MOVE "COBR" TO WS-OrigenMov
             IF PagamentEfectiu
               MOVE "57000000" TO WS-CompteDeure
             ELSE
               MOVE "57200000" TO WS-CompteDeure
             END-IF
             MOVE "43000000" TO WS-CompteHaver
           END-IF.

        ComptabilitzarRetrocessio.
           READ FitxerRetrocessions NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF RetroPerduda AND DataResolucioRetro NOT EQUAL SPACES
               UNSTRING DataResolucioRetro DELIMITED BY "/" INTO
                 WS-DiaReg WS-MesReg WS-AnyReg
               PERFORM ComprovarPeriode
               IF WS-PeriodeReg EQUAL WS-PeriodeCercat AND
                  ImportRetro > 0
                 MOVE DataResolucioRetro TO WS-DataMov
                 MOVE "RETROCESSIO TARGETA PERDUDA" TO WS-ConcepteMov
                 MOVE "RETR" TO WS-OrigenMov
                 MOVE NumeroRetrocessio TO WS-ReferenciaMov
                 MOVE "65000000" TO WS-CompteDeure
                 MOVE "43000000" TO WS-CompteHaver
                 MOVE ImportRetro TO WS-ImportMov
                 PERFORM AssentamentSimple
               END-IF
             END-IF
           END-IF.

        ComptabilitzarAnulacio.
           READ FitxerAnulacions NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF NOT AnulacioRehabilitada
               PERFORM VendaAnulada
             END-IF
             UNSTRING DataAnulacio DELIMITED BY "/" INTO WS-DiaReg
               WS-MesReg WS-AnyReg
             PERFORM ComprovarPeriode
             IF WS-PeriodeReg EQUAL WS-PeriodeCercat
               MOVE DataAnulacio TO WS-DataMov
               MOVE "ANUL-LACIO RESERVA" TO WS-ConcepteMov
               MOVE "ANUL" TO WS-OrigenMov
               MOVE NumeroAnulacio TO WS-ReferenciaMov
               IF AnulacioRehabilitada
                 IF ImportRetorn > 0
                   MOVE "70800000" TO WS-CompteDeure
                   MOVE "43000000" TO WS-CompteHaver
                   MOVE ImportRetorn TO WS-ImportMov
                   PERFORM AssentamentSimple
                 END-IF
               ELSE
                 PERFORM SaldarAnulacio
               END-IF
             END-IF
             IF RetornPagat AND DataRetornPagat NOT EQUAL SPACES
               UNSTRING DataRetornPagat DELIMITED BY "/" INTO
                 WS-DiaReg WS-MesReg WS-AnyReg
               PERFORM ComprovarPeriode
               IF WS-PeriodeReg EQUAL WS-PeriodeCercat AND
                  ImportRetorn > 0
                 MOVE DataRetornPagat TO WS-DataMov
                 MOVE "RETORN PAGAT" TO WS-ConcepteMov
                 MOVE "RETP" TO WS-OrigenMov
                 MOVE NumeroAnulacio TO WS-ReferenciaMov
                 MOVE "43000000" TO WS-CompteDeure
                 IF MetodeRetorn EQUAL "E"
                   MOVE "57000000" TO WS-CompteHaver
                 ELSE
                   MOVE "57200000" TO WS-CompteHaver
                 END-IF
                 MOVE ImportRetorn TO WS-ImportMov
                 PERFORM AssentamentSimple
               END-IF
             END-IF
           END-IF.

        VendaAnulada.
           UNSTRING DataReservaAnulada DELIMITED BY "/" INTO WS-DiaReg
             WS-MesReg WS-AnyReg.
           PERFORM ComprovarPeriode.
           IF WS-PeriodeReg EQUAL WS-PeriodeCercat AND
              ImportAnulat > 0
             MOVE DataReservaAnulada TO WS-DataMov
             MOVE "VENDA RESERVA ANUL-LADA" TO WS-ConcepteMov
             MOVE "VEND" TO WS-OrigenMov
             MOVE NumeroReservaAnulada TO WS-ReferenciaMov
             MOVE "43000000" TO WS-CompteDeure
             MOVE "70000000" TO WS-CompteHaver
             MOVE ImportAnulat TO WS-ImportMov
             PERFORM AssentamentSimple
           END-IF.

        SaldarAnulacio.
           IF ImportAnulat > 0
             MOVE "70800000" TO WS-CompteDeure
             MOVE "43000000" TO WS-CompteHaver
             MOVE ImportAnulat TO WS-ImportMov
             PERFORM AssentamentSimple
           END-IF.
           MOVE 0 TO WS-Retingut.
           IF ImportAnulat > ImportRetorn
             COMPUTE WS-Retingut = ImportAnulat - ImportRetorn
           END-IF.
           PERFORM SumarCobratAnulat.
           MOVE 0 TO WS-PenalitatCobrada.
           IF WS-CobratAnulat > ImportRetorn
             COMPUTE WS-PenalitatCobrada = WS-CobratAnulat -
               ImportRetorn
           END-IF.
           IF WS-PenalitatCobrada > WS-Retingut
             MOVE WS-Retingut TO WS-PenalitatCobrada
           END-IF.
           IF WS-PenalitatCobrada > 0
             MOVE "PENALITZACIO ANUL-LACIO" TO WS-ConcepteMov
             MOVE "43000000" TO WS-CompteDeure
             MOVE "77800000" TO WS-CompteHaver
             MOVE WS-PenalitatCobrada TO WS-ImportMov
             PERFORM AssentamentSimple
           END-IF.

        SumarCobratAnulat.
           MOVE 0 TO WS-CobratAnulat.
           OPEN INPUT FitxerPagaments.
           IF EstatFitxerPagaments EQUAL "00"
             MOVE NumeroReservaAnulada TO NumeroReservaPagat
             MOVE "N" TO FiPagaments
             START FitxerPagaments KEY IS EQUAL TO NumeroReservaPagat
             IF EstatFitxerPagaments NOT EQUAL "00"
               MOVE "S" TO FiPagaments
             END-IF
             PERFORM SumarUnPagament UNTIL FiPagaments EQUAL "S"
             CLOSE FitxerPagaments
           END-IF.

        SumarUnPagament.
           READ FitxerPagaments NEXT RECORD, AT END MOVE "S" TO
             FiPagaments.
           IF FiPagaments NOT EQUAL "S"
             IF NumeroReservaPagat NOT EQUAL NumeroReservaAnulada
               MOVE "S" TO FiPagaments
             ELSE
               IF PagamentRetornat
                 SUBTRACT ImportPagament FROM WS-CobratAnulat
               ELSE
                 IF NOT MovimentGuia
                   ADD ImportPagament TO WS-CobratAnulat
                 END-IF
               END-IF
             END-IF
           END-IF.

        ComptabilitzarLiquidacio.
           READ FitxerLiquidacions NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             UNSTRING DataLiquidacio DELIMITED BY "/" INTO WS-DiaReg
               WS-MesReg WS-AnyReg
             PERFORM ComprovarPeriode
             IF WS-PeriodeReg EQUAL WS-PeriodeCercat AND
                ImportNetLiquidacio > 0
               MOVE DataLiquidacio TO WS-DataMov
               MOVE "LIQUIDACIO MAJORISTA" TO WS-ConcepteMov
               MOVE "LIQM" TO WS-OrigenMov
               MOVE NumeroLiquidacio TO WS-ReferenciaMov
               MOVE "60700000" TO WS-CompteDeure
               MOVE "40000000" TO WS-CompteHaver
               MOVE ImportNetLiquidacio TO WS-ImportMov
               PERFORM AssentamentSimple
             END-IF
             IF LiquidacioRemesada AND ImportNetLiquidacio > 0
               MOVE "N" TO WS-LiqJaPagada
               PERFORM BuscarLiqPagada VARYING WS-IndexLiq FROM 1
                 BY 1 UNTIL WS-IndexLiq > WS-NumLiqPagades
               IF WS-LiqJaPagada EQUAL "N"
                 MOVE WS-DataFiPeriode TO WS-DataMov
                 MOVE "PAGAMENT MAJORISTA" TO WS-ConcepteMov
                 MOVE "PAGM" TO WS-OrigenMov
                 MOVE NumeroLiquidacio TO WS-ReferenciaMov
                 MOVE "40000000" TO WS-CompteDeure
                 MOVE "57200000" TO WS-CompteHaver
                 MOVE ImportNetLiquidacio TO WS-ImportMov
                 PERFORM AssentamentSimple
               END-IF
             END-IF
           END-IF.

        BuscarLiqPagada.
           IF LiqPagada(WS-IndexLiq) EQUAL NumeroLiquidacio
             MOVE "S" TO WS-LiqJaPagada
           END-IF.

        ComptabilitzarFacturaProv.
           READ FitxerFacturesProveidor NEXT RECORD, AT END MOVE "SI"
             TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             UNSTRING DataRebudaFactura DELIMITED BY "/" INTO
               WS-DiaReg WS-MesReg WS-AnyReg
             PERFORM ComprovarPeriode
             IF WS-PeriodeReg EQUAL WS-PeriodeCercat
               MOVE DataRebudaFactura TO WS-DataMov
               MOVE "FACTURA PROVEIDOR" TO WS-ConcepteMov
               MOVE "FPRV" TO WS-OrigenMov
               MOVE NumeroLiquidacioCasada TO WS-ReferenciaMov
               IF FacturaProvCasada
                 IF DiferenciaFacturaProveidor > 0
                   MOVE "60700000" TO WS-CompteDeure
                   MOVE "40000000" TO WS-CompteHaver
                   MOVE DiferenciaFacturaProveidor TO WS-ImportMov
                   PERFORM AssentamentSimple
                 END-IF
                 IF DiferenciaFacturaProveidor < 0
                   MOVE "40000000" TO WS-CompteDeure
                   MOVE "60700000" TO WS-CompteHaver
                   COMPUTE WS-ImportMov = 0 -
                     DiferenciaFacturaProveidor
                   PERFORM AssentamentSimple
                 END-IF
               ELSE
                 PERFORM BuscarLiquidacioFactura
                 IF WS-LiquidacioTrobada EQUAL "N" AND
                    ImportFacturaProveidor > 0
                   MOVE "60700000" TO WS-CompteDeure
                   MOVE "40000000" TO WS-CompteHaver
                   MOVE ImportFacturaProveidor TO WS-ImportMov
                   PERFORM AssentamentSimple
                 END-IF
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

        ComptabilitzarCaixa.
           READ FitxerSessionsCaixa NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             MOVE DataSessioCaixa TO WS-DataCaixa
             COMPUTE WS-PeriodeReg = WS-AnyCaixa * 100 + WS-MesCaixa
             IF WS-PeriodeReg EQUAL WS-PeriodeCercat AND
                SessioCaixaTancada AND DiferenciaCaixa NOT EQUAL 0
               MOVE SPACES TO WS-DataMov
               STRING WS-DiaCaixa DELIMITED BY SIZE "/" DELIMITED BY
                 SIZE WS-MesCaixa DELIMITED BY SIZE "/" DELIMITED BY
                 SIZE WS-AnyCaixa DELIMITED BY SIZE INTO WS-DataMov
               MOVE "CAIX" TO WS-OrigenMov
               MOVE 0 TO WS-ReferenciaMov
               IF DiferenciaCaixa > 0
                 MOVE "SOBRANT DE CAIXA" TO WS-ConcepteMov
                 MOVE "57000000" TO WS-CompteDeure
                 MOVE "77800000" TO WS-CompteHaver
                 MOVE DiferenciaCaixa TO WS-ImportMov
               ELSE
                 MOVE "FALTANT DE CAIXA" TO WS-ConcepteMov
                 MOVE "67800000" TO WS-CompteDeure
                 MOVE "57000000" TO WS-CompteHaver
                 COMPUTE WS-ImportMov = 0 - DiferenciaCaixa
               END-IF
               PERFORM AssentamentSimple
             END-IF
           END-IF.

        ComptabilitzarLiquidacioGuia.
           READ FitxerBestretes NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF BestretaLiquidada AND TotalDespesesEur > 0
               UNSTRING DataLiquidacioBestreta DELIMITED BY "/" INTO
                 WS-DiaReg WS-MesReg WS-AnyReg
               PERFORM ComprovarPeriode
               IF WS-PeriodeReg EQUAL WS-PeriodeCercat
                 MOVE DataLiquidacioBestreta TO WS-DataMov
                 MOVE "DESPESES DE GUIA EN RUTA" TO WS-ConcepteMov
                 MOVE "GUIA" TO WS-OrigenMov
                 MOVE CodiViatgeBestreta TO WS-ReferenciaMov
                 MOVE "62900000" TO WS-CompteDeure
                 MOVE "46000000" TO WS-CompteHaver
                 MOVE TotalDespesesEur TO WS-ImportMov
                 PERFORM AssentamentSimple
               END-IF
             END-IF
           END-IF.

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
           ADD WS-DebitMov TO WS-TotalDeure.
           ADD WS-CreditMov TO WS-TotalHaver.

        InformeControl.
           DISPLAY "PERIODE COMPTABILITZAT " LINE 8 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-PeriodeCercat LINE 8 POSITION 29
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE WS-NumEsborrats TO ED-Numero.
           DISPLAY "Apunts automatics anteriors esborrats: " LINE 10
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Numero LINE 10 POSITION 45
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-NumAssentaments TO ED-Numero.
           DISPLAY "Assentaments generats: " LINE 11 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Numero LINE 11 POSITION 45
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-TotalDeure TO ED-Import.
           DISPLAY "Total deure: " LINE 12 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 12 POSITION 39
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-TotalHaver TO ED-Import.
           DISPLAY "Total haver: " LINE 13 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 13 POSITION 39
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF WS-TotalDeure NOT EQUAL WS-TotalHaver
             DISPLAY "ERROR!!! El diari no quadra" BEEP LINE 15
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.

        Restaurar.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
