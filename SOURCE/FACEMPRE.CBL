            COPY S-FPAGAM.CPY.
            COPY S-FNUMPG.CPY.
            COPY S-FLLIST.CPY.
            COPY S-FVENCI.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-RESER.CPY.
          COPY FD-PAGAM.CPY.
          COPY FD-NUMPG.CPY.
          COPY FD-LLIST.CPY.
          COPY FD-VENCI.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatFitxerPagaments     PIC XX VALUE "00".
         77 EstatFitxerNumPagaments  PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 EstatFitxerVenciments    PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 8.
         77 Tecla                    PIC X.
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         COPY SESSIO-W.CPY.
         COPY REGDIARI.CPY.
         77 WS-NomFitxerSortida      PIC X(40) VALUE SPACES.
         77 TipusSortida             PIC X VALUE "P".
           88 SortidaPantalla        VALUE "P".
         77 WS-NumLinies             PIC 99 VALUE 0.
         77 WS-IndexLin              PIC 99 VALUE 0.
         77 WS-TotalFacturar         PIC 9(9) VALUE 0.
         77 WS-TotalTaxaTuristica    PIC 9(9) VALUE 0.
         77 WS-ClauParam             PIC X(12) VALUE SPACES.
         77 WS-ValorParam            PIC X(40) VALUE SPACES.
         77 WS-ResultatParam         PIC XX VALUE "NO".
         77 WS-TipusTotals           PIC X VALUE SPACE.
         77 WS-PlacesTotals          PIC S9(4) VALUE 0.
         77 WS-ImportTotals          PIC S9(9) VALUE 0.
         77 WS-OperacioDetall        PIC X VALUE SPACE.
         77 WS-IndexDetall           PIC 99 VALUE 0.
         77 ED-ImportDetall          PIC -ZZZZZZ9.
         77 WS-DiesTermini           PIC 9(3) VALUE 30.
         77 WS-DataVencText          PIC X(10) VALUE SPACES.
         COPY DIESFEIN.CPY.
         COPY PREUCALC.CPY.
         COPY DETPREU-W.CPY.
         01 WS-TaulaLiniesFac.
           02 WS-LinEntry OCCURS 50 TIMES.
             03 WS-LinReserva        PIC 9(7).
             03 WS-LinSortida        PIC X(10).
             03 WS-LinPlaces         PIC 9(4).
             03 WS-LinImport         PIC 9(7).
         01 WS-DataVencNum           PIC 9(8).
         01 WS-DataVencNumR REDEFINES WS-DataVencNum.
           02 WS-AnyVenc             PIC 9(4).
           02 WS-MesVenc             PIC 99.
           02 WS-DiaVenc             PIC 99.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           PERFORM OmplirFacturaEmpresa.
           PERFORM ObtenirNumeroFactura.
           WRITE RegistreFactura.
           MOVE "WR" TO RD-Operacio.
           MOVE SPACES TO RD-ImatgeAbans.
           PERFORM DiariFactura.
           IF EstatFitxerFactures NOT EQUAL "00"
             DISPLAY "ERROR!!! La Factura NO s'ha pogut grabar"
               BEEP LINE 5 POSITION 5 CONTROL
           END-IF.
           PERFORM MarcarReservaFacturada VARYING WS-IndexLin
             FROM 1 BY 1 UNTIL WS-IndexLin > WS-NumLinies.
           PERFORM RegistrarVenciment.
           PERFORM ImprimirFacturaEmpresa.
           ACCEPT Tecla NO BEEP.

                 MOVE PreuTotalReserva TO
                   WS-LinImport(WS-NumLinies)
                 ADD PreuTotalReserva TO WS-TotalFacturar
                 MOVE "L" TO WS-OperacioDetall
                 CALL "DETPREU.COB" USING WS-OperacioDetall
                   NumeroReserva PeticioCalculPreu DetallPreuReserva
                 CANCEL "DETPREU.COB"
                 IF DP-ImportTaxaTuristica > 0
                   ADD DP-ImportTaxaTuristica TO WS-TotalTaxaTuristica
                 END-IF
               END-IF
             END-IF
           END-IF.
             ConcepteFactura.
           MOVE WS-TipusIVAVigent TO TipusIVA.
           MOVE WS-TotalFacturar TO TotalFactura.
           IF WS-TotalTaxaTuristica > WS-TotalFacturar
             MOVE 0 TO WS-TotalTaxaTuristica
           END-IF.
           COMPUTE BaseImposable = ((WS-TotalFacturar -
             WS-TotalTaxaTuristica) * 100) / (100 + TipusIVA).
           COMPUTE QuotaIVA = TotalFactura - WS-TotalTaxaTuristica -
             BaseImposable.
           MOVE "EUR" TO MonedaFactura.
           MOVE "G" TO RegimFactura.
           MOVE 0 TO MargeFactura.
             REWRITE Reserva
           END-IF.

        RegistrarVenciment.
           MOVE 0 TO WS-DiesTermini.
           OPEN INPUT FitxerCreditEmpreses.
           IF EstatFitxerCreditEmpreses EQUAL "00"
             MOVE WS-DniEmpresaCercat TO DniEmpresa
             READ FitxerCreditEmpreses
             IF EstatFitxerCreditEmpreses EQUAL "00"
               MOVE DiesTerminiPagament TO WS-DiesTermini
             END-IF
             CLOSE FitxerCreditEmpreses
           END-IF.
           IF WS-DiesTermini EQUAL 0
             MOVE "DIESPAGEMPR " TO WS-ClauParam
             CALL "LLEGPARA.COB" USING WS-ClauParam WS-ValorParam
               WS-ResultatParam
             CANCEL "LLEGPARA.COB"
             IF WS-ResultatParam EQUAL "OK" AND
                WS-ValorParam(1:3) NUMERIC
               MOVE WS-ValorParam(1:3) TO WS-DiesTermini
             ELSE
               MOVE 30 TO WS-DiesTermini
             END-IF
           END-IF.
           MOVE "N" TO DF-Operacio.
           MOVE WS-OficinaSessio TO DF-Oficina.
           MOVE WS-DataSistema TO DF-DataInici.
           MOVE WS-DiesTermini TO DF-Dies.
           CALL "DIESFEIN.COB" USING PeticioDiesFeiners.
           CANCEL "DIESFEIN.COB".
           OPEN I-O FitxerVenciments.
           IF EstatFitxerVenciments NOT EQUAL "00"
             OPEN OUTPUT FitxerVenciments
             CLOSE FitxerVenciments
             OPEN I-O FitxerVenciments
           END-IF.
           MOVE NumeroFactura TO NumeroFacturaVenc.
           MOVE WS-DniEmpresaCercat TO DniEmpresaVenc.
           MOVE DataFactura TO DataFacturaVenc.
           MOVE DF-DataResultat TO DataVenciment.
           MOVE TotalFactura TO ImportFacturaVenc.
           MOVE 0 TO ImportCobratVenc.
           MOVE "P" TO EstatVenciment.
           MOVE 0 TO NivellReclamacio.
           MOVE 0 TO DataUltimaReclamacio.
           MOVE 0 TO NumNotifReclamacio.
           WRITE RegistreVenciment.
           CLOSE FitxerVenciments.
           MOVE DF-DataResultat TO WS-DataVencNum.
           MOVE SPACES TO WS-DataVencText.
           STRING WS-DiaVenc DELIMITED BY SIZE "/" DELIMITED BY SIZE
             WS-MesVenc DELIMITED BY SIZE "/" DELIMITED BY SIZE
             WS-AnyVenc DELIMITED BY SIZE INTO WS-DataVencText.

        ActualitzarVenciment.
           OPEN I-O FitxerVenciments.
           IF EstatFitxerVenciments EQUAL "00"
             MOVE WS-NumeroFacturaCob TO NumeroFacturaVenc
             READ FitxerVenciments
             IF EstatFitxerVenciments EQUAL "00"
               ADD WS-ImportCobrat TO ImportCobratVenc
               IF ImportCobratVenc >= ImportFacturaVenc
                 MOVE "C" TO EstatVenciment
               END-IF
               REWRITE RegistreVenciment
             END-IF
             CLOSE FitxerVenciments
           END-IF.

        ImprimirFacturaEmpresa.
           MOVE "P" TO TipusSortida.
           DISPLAY "Sortida: (P)antalla (I)mpressora (F)itxer: "
               INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           DISPLAY "VENCIMENT: " LINE 7 POSITION 40
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-DataVencText LINE 7 POSITION 51
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "VENCIMENT: " DELIMITED BY SIZE WS-DataVencText
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE 8 TO Fila.
           PERFORM ImprimirLiniaFactura VARYING WS-IndexLin FROM 1
             BY 1 UNTIL WS-IndexLin > WS-NumLinies.
           IF WS-TotalTaxaTuristica > 0
             MOVE WS-TotalTaxaTuristica TO ED-Import
             DISPLAY "TAXA TURISTICA: " LINE 20 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Import LINE 20 POSITION 21
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             IF NOT SortidaPantalla
               MOVE SPACES TO LiniaSortida
               STRING "TAXA TURISTICA: " DELIMITED BY SIZE ED-Import
                 DELIMITED BY SIZE " (NO SUBJECTA A IVA)" DELIMITED
                 BY SIZE INTO LiniaSortida
               WRITE LiniaSortida
             END-IF
           END-IF.
           MOVE WS-TotalFacturar TO ED-Import.
           DISPLAY "TOTAL FACTURA: " LINE 21 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           PERFORM AvancarFila.
           MOVE "L" TO WS-OperacioDetall.
           CALL "DETPREU.COB" USING WS-OperacioDetall
             WS-LinReserva(WS-IndexLin) PeticioCalculPreu
             DetallPreuReserva.
           CANCEL "DETPREU.COB".
           PERFORM ImprimirDetallPreu VARYING WS-IndexDetall FROM 1
             BY 1 UNTIL WS-IndexDetall > DP-NumLinies.

        ImprimirDetallPreu.
           MOVE DP-ImportLinia(WS-IndexDetall) TO ED-ImportDetall.
           DISPLAY DP-DniLinia(WS-IndexDetall) LINE Fila POSITION 14
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DP-DescripcioLinia(WS-IndexDetall) LINE Fila
             POSITION 24 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-ImportDetall LINE Fila POSITION 64
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "         " DELIMITED BY SIZE
               DP-DniLinia(WS-IndexDetall) DELIMITED BY SIZE " "
               DELIMITED BY SIZE DP-DescripcioLinia(WS-IndexDetall)
               DELIMITED BY SIZE " " DELIMITED BY SIZE
               ED-ImportDetall DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           PERFORM AvancarFila.

        AvancarFila.
           ADD 1 TO Fila.
           IF Fila > 19
             ACCEPT Tecla NO BEEP
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           PERFORM RegistrarMovimentCobrament.
           PERFORM ReduirExposicioEmpresa.
           PERFORM ActualitzarVenciment.
           DISPLAY "Cobrament registrat" LINE 7 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Tecla NO BEEP.
           MOVE 0 TO NumeroRebutComu.
           PERFORM ObtenirNumeroPagament.
           WRITE RegistrePagament.
           MOVE "WR" TO RD-Operacio.
           MOVE SPACES TO RD-ImatgeAbans.
           PERFORM DiariPagament.
           CLOSE FitxerPagaments.
           MOVE "P" TO WS-TipusTotals.
           MOVE 0 TO WS-PlacesTotals.
             END-IF
           END-IF.

        DiariPagament.
           IF EstatFitxerPagaments EQUAL "00"
             MOVE "PAGAMENT" TO RD-Fitxer
             MOVE RegistrePagament TO RD-ImatgeDespres
             CALL "REGDIARI.COB" USING PeticioDiari
             CANCEL "REGDIARI.COB"
           END-IF.

        DiariFactura.
           IF EstatFitxerFactures EQUAL "00"
             MOVE "FACTURES" TO RD-Fitxer
             MOVE RegistreFactura TO RD-ImatgeDespres
             CALL "REGDIARI.COB" USING PeticioDiari
             CANCEL "REGDIARI.COB"
           END-IF.

        ObtenirNumeroPagament.
           OPEN I-O FitxerNumPagaments.
           IF EstatFitxerNumPagaments NOT EQUAL "00"
