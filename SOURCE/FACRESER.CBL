         77 WS-NumeroReservaCerca    PIC 9(7) VALUE 0.
         77 WS-NumeroFacturaCerca    PIC 9(7) VALUE 0.
         77 WS-NumeroPagamentCerca   PIC 9(7) VALUE 0.
         77 WS-ReservaRect           PIC 9(7) VALUE 0.
         77 WS-ImportAnteriorRect    PIC 9(7) VALUE 0.
         77 WS-ImportNouRect         PIC 9(7) VALUE 0.
         77 WS-TipusRect             PIC X VALUE SPACE.
         77 WS-ResultatRect          PIC XX VALUE SPACES.
         77 WS-EsDuplicat            PIC X VALUE "N".
         77 WS-ClauParam             PIC X(12) VALUE SPACES.
         77 WS-ValorParam            PIC X(40) VALUE SPACES.
         77 WS-RegimDemanat          PIC X VALUE "G".
         77 WS-CostNetViatge         PIC 9(9) VALUE 0.
         77 ED-MargeFactura          PIC ZZZZZZ9.
         77 WS-TaxaTuristicaFactura  PIC 9(7) VALUE 0.
         77 ED-TaxaTuristica         PIC ZZZZZZ9.
         77 WS-NomAgencia            PIC X(40)
            VALUE "AGENCIA DE VIATGES AGENVI".
         77 WS-NifAgencia            PIC X(12) VALUE "B-58739214".
         77 ED-QuotaIVA              PIC ZZZZZZ9.
         77 ED-TotalFactura          PIC ZZZZZZ9.
         77 ED-TipusIVA              PIC Z9.
         77 WS-OperacioDetall        PIC X VALUE SPACE.
         77 WS-IndexDetall           PIC 99 VALUE 0.
         77 WS-FilaDetall            PIC 99 VALUE 5.
         77 ED-ImportDetall          PIC -ZZZZZZ9.
         77 WS-OperacioPaquet        PIC X VALUE SPACE.
         77 WS-ReservaEnllac         PIC 9(7) VALUE 0.
         77 WS-IndexTram             PIC 99 VALUE 0.
         77 WS-ColumnaTram           PIC 99 VALUE 0.
         77 WS-AltresTrams           PIC X VALUE "N".
         77 ED-NumTrams              PIC Z9.
         COPY PREUCALC.CPY.
         COPY DETPREU-W.CPY.
         COPY PAQUET-W.CPY.
         COPY PAQPEND-W.CPY.
         COPY SELRES-W.CPY.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.

         COPY REGDIARI.CPY.
       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           PERFORM ComprovarPeriodeTancat.
           IF WS-ReservaSeleccionada NOT EQUAL 0
             MOVE WS-ReservaSeleccionada TO WS-NumeroReservaCerca
             MOVE 0 TO WS-ReservaSeleccionada
             MOVE "E" TO WS-ModeOperacio
           ELSE
             DISPLAY "(E)metre Factura, per (P)agament o (D)uplicat: "
               LINE 4 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "(R) = Duplicat de Rectificativa" LINE 5
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-ModeOperacio LINE 4 POSITION 53 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
           END-IF.
           IF WS-PeriodeTancat EQUAL "S" AND
              WS-ModeOperacio NOT EQUAL "D" AND
              WS-ModeOperacio NOT EQUAL "R"
             PERFORM Sortir
           END-IF.
           IF WS-ModeOperacio EQUAL "E"
             ELSE
               IF WS-ModeOperacio EQUAL "D"
                 PERFORM DuplicatFactura
               ELSE
                 IF WS-ModeOperacio EQUAL "R"
                   PERFORM DuplicatRectificativa
                 END-IF
               END-IF
             END-IF
           END-IF.
        EmetreFactura.
           DISPLAY "Numero de Reserva a facturar: " LINE 6 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF WS-NumeroReservaCerca NOT EQUAL 0
             DISPLAY WS-NumeroReservaCerca LINE 6 POSITION 36
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           ELSE
             ACCEPT WS-NumeroReservaCerca LINE 6 POSITION 36 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, PROMPT" NO BEEP
           END-IF.
           MOVE WS-NumeroReservaCerca TO NumeroReserva.
           READ FitxerReserves.
           IF EstatFitxerReserves NOT EQUAL "00"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           PERFORM AvisarTramsPaquet.
           MOVE DniReserva TO Dni.
           READ FitxerClients.
           IF EstatFitxerClients NOT EQUAL "00"
           PERFORM DemanarRegimFactura.
           PERFORM ObtenirNumeroFactura.
           WRITE RegistreFactura.
           MOVE "WR" TO RD-Operacio.
           MOVE SPACES TO RD-ImatgeAbans.
           PERFORM DiariFactura.
           IF EstatFitxerFactures EQUAL "00"
             MOVE NumeroFactura TO NumeroFacturaReserva
             REWRITE Reserva
           END-IF.
           MOVE "N" TO WS-EsDuplicat.
           PERFORM ImprimirFactura.
           PERFORM OferirAltresTrams.

        AvisarTramsPaquet.
           MOVE "L" TO WS-OperacioPaquet.
           CALL "ENLLPAQ.COB" USING WS-OperacioPaquet NumeroReserva
             WS-ReservaEnllac PaquetReserva.
           CANCEL "ENLLPAQ.COB".
           IF PQ-Resultat EQUAL "OK"
             MOVE PQ-NumTrams TO ED-NumTrams
             DISPLAY "AVIS: Reserva d'un paquet de" BEEP LINE 18
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-NumTrams LINE 18 POSITION 34
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "trams. Altres trams:" LINE 18 POSITION 37
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             MOVE 5 TO WS-ColumnaTram
             PERFORM MostrarAltreTram VARYING WS-IndexTram FROM 1 BY 1
               UNTIL WS-IndexTram > PQ-NumTrams
           END-IF.

        MostrarAltreTram.
           IF PQ-ReservaTram(WS-IndexTram) NOT EQUAL NumeroReserva
             DISPLAY PQ-ReservaTram(WS-IndexTram) LINE 19
               POSITION WS-ColumnaTram CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ADD 8 TO WS-ColumnaTram
           END-IF.

        OferirAltresTrams.
           IF PQ-Resultat EQUAL "OK" AND TP-EnCurs NOT EQUAL "S"
             DISPLAY "Facturar tambe els altres trams (S/N)? "
               LINE 20 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             MOVE "N" TO WS-AltresTrams
             ACCEPT WS-AltresTrams LINE 20 POSITION 45 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             IF WS-AltresTrams EQUAL "S"
               MOVE 0 TO TP-NumPendents
               PERFORM EncuarAltreTram VARYING WS-IndexTram
                 FROM PQ-NumTrams BY -1 UNTIL WS-IndexTram < 1
             END-IF
           END-IF.

        EncuarAltreTram.
           IF PQ-ReservaTram(WS-IndexTram) NOT EQUAL NumeroReserva
             ADD 1 TO TP-NumPendents
             MOVE PQ-ReservaTram(WS-IndexTram) TO
               TP-ReservaPendent(TP-NumPendents)
           END-IF.

        OmplirFactura.
           CALL "DATANEGO.COB" USING WS-DataSistema.
             INTO ConcepteFactura.
           MOVE WS-TipusIVAVigent TO TipusIVA.
           MOVE PreuTotalReserva TO TotalFactura.
           MOVE "L" TO WS-OperacioDetall.
           CALL "DETPREU.COB" USING WS-OperacioDetall NumeroReserva
             PeticioCalculPreu DetallPreuReserva.
           CANCEL "DETPREU.COB".
           MOVE 0 TO WS-TaxaTuristicaFactura.
           IF DP-ImportTaxaTuristica > 0 AND
              DP-ImportTaxaTuristica < PreuTotalReserva
             MOVE DP-ImportTaxaTuristica TO WS-TaxaTuristicaFactura
           END-IF.
           COMPUTE BaseImposable = ((PreuTotalReserva -
             WS-TaxaTuristicaFactura) * 100) / (100 + TipusIVA).
           COMPUTE QuotaIVA = TotalFactura - WS-TaxaTuristicaFactura
             - BaseImposable.
           MOVE CodiViatgeReservat TO CodiViatge.
           READ CatalegViatges.
           IF EstatCatalegViatges EQUAL "00"
           ELSE
             MOVE 0 TO WS-CostNetViatge
           END-IF.
           IF WS-CostNetViatge + WS-TaxaTuristicaFactura >
              TotalFactura
             MOVE 0 TO MargeFactura
           ELSE
             COMPUTE MargeFactura = TotalFactura -
               WS-TaxaTuristicaFactura - WS-CostNetViatge
           END-IF.
           COMPUTE QuotaIVA = (MargeFactura * TipusIVA) /
             (100 + TipusIVA).
           COMPUTE BaseImposable = TotalFactura -
             WS-TaxaTuristicaFactura - QuotaIVA.

        FacturaPagament.
           OPEN INPUT FitxerPagaments.
           STRING "PAGAMENT A COMPTE RESERVA " DELIMITED BY SIZE
             NumeroReserva DELIMITED BY SIZE INTO ConcepteFactura.
           MOVE ImportPagament TO TotalFactura.
           MOVE 0 TO WS-TaxaTuristicaFactura.
           COMPUTE BaseImposable = (TotalFactura * 100) /
             (100 + TipusIVA).
           COMPUTE QuotaIVA = TotalFactura - BaseImposable.
           PERFORM ObtenirNumeroFactura.
           WRITE RegistreFactura.
           MOVE "WR" TO RD-Operacio.
           MOVE SPACES TO RD-ImatgeAbans.
           PERFORM DiariFactura.
           IF EstatFitxerFactures NOT EQUAL "00"
             DISPLAY "ERROR!!! La Factura NO s'ha pogut grabar" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           MOVE "S" TO WS-EsDuplicat.
           PERFORM ImprimirFactura.

        DuplicatRectificativa.
           DISPLAY "Numero de Rectificativa a reimprimir: " LINE 6
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-NumeroFacturaCerca LINE 6 POSITION 44 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, PROMPT" NO BEEP.
           MOVE 0 TO WS-ReservaRect.
           MOVE 0 TO WS-ImportAnteriorRect.
           MOVE 0 TO WS-ImportNouRect.
           MOVE "D" TO WS-TipusRect.
           CALL "FACRECTI.COB" USING WS-NumeroFacturaCerca
             WS-ReservaRect WS-ImportAnteriorRect WS-ImportNouRect
             WS-TipusRect WS-ResultatRect.
           CANCEL "FACRECTI.COB".

        ObtenirNumeroFactura.
           OPEN I-O FitxerNumFactures.
           IF EstatFitxerNumFactures NOT EQUAL "00"
           MOVE TotalFactura TO ED-TotalFactura.
           MOVE TipusIVA TO ED-TipusIVA.
           MOVE MargeFactura TO ED-MargeFactura.
           COMPUTE WS-TaxaTuristicaFactura = TotalFactura -
             BaseImposable - QuotaIVA.
           MOVE WS-TaxaTuristicaFactura TO ED-TaxaTuristica.
           MOVE "L" TO WS-OperacioDetall.
           CALL "DETPREU.COB" USING WS-OperacioDetall
             NumeroReservaFacturada PeticioCalculPreu
             DetallPreuReserva.
           CANCEL "DETPREU.COB".
           IF SortidaPantalla
             PERFORM MostrarFacturaPantalla
           ELSE
             DISPLAY "%: " LINE 18 POSITION 11
             DISPLAY ED-QuotaIVA LINE 18 POSITION 22
           END-IF.
           IF WS-TaxaTuristicaFactura > 0
             DISPLAY "Taxa turistica: " LINE 19 POSITION 5
             DISPLAY ED-TaxaTuristica LINE 19 POSITION 22
           END-IF.
           DISPLAY "TOTAL FACTURA: " LINE 20 POSITION 5.
           DISPLAY ED-TotalFactura LINE 20 POSITION 22.
           DISPLAY MonedaFactura LINE 20 POSITION 31.
           ACCEPT Tecla NO BEEP.
           IF DP-NumLinies > 0
             DISPLAY BORRADO
             DISPLAY "DETALL DEL PREU" LINE 2 POSITION 30
             DISPLAY "Reserva: " LINE 3 POSITION 5
             DISPLAY NumeroReservaFacturada LINE 3 POSITION 14
             MOVE 5 TO WS-FilaDetall
             PERFORM MostrarLiniaDetallPreu VARYING WS-IndexDetall
               FROM 1 BY 1 UNTIL WS-IndexDetall > DP-NumLinies
             ACCEPT Tecla NO BEEP
           END-IF.

        MostrarLiniaDetallPreu.
           MOVE DP-ImportLinia(WS-IndexDetall) TO ED-ImportDetall.
           DISPLAY DP-DniLinia(WS-IndexDetall) LINE WS-FilaDetall
             POSITION 5.
           DISPLAY DP-DescripcioLinia(WS-IndexDetall)
             LINE WS-FilaDetall POSITION 16.
           DISPLAY ED-ImportDetall LINE WS-FilaDetall POSITION 48.
           ADD 1 TO WS-FilaDetall.
           IF WS-FilaDetall > 21
             ACCEPT Tecla NO BEEP
             DISPLAY BORRADO
             DISPLAY "DETALL DEL PREU" LINE 2 POSITION 30
             MOVE 5 TO WS-FilaDetall
           END-IF.

        EscriureFacturaSortida.
           MOVE SPACES TO LiniaSortida.
             NumeroReservaFacturada DELIMITED BY SIZE
             INTO LiniaSortida.
           WRITE LiniaSortida.
           IF DP-NumLinies > 0
             MOVE "Detall del preu:" TO LiniaSortida
             WRITE LiniaSortida
             PERFORM EscriureLiniaDetallPreu VARYING WS-IndexDetall
               FROM 1 BY 1 UNTIL WS-IndexDetall > DP-NumLinies
           END-IF.
           IF FacturaRegimMarge
             MOVE SPACES TO LiniaSortida
             STRING "IVA INCLOS - REGIM ESPECIAL AGENCIES DE "
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           IF WS-TaxaTuristicaFactura > 0
             MOVE SPACES TO LiniaSortida
             STRING "Taxa turistica: " DELIMITED BY SIZE
               ED-TaxaTuristica DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE SPACES TO LiniaSortida.
           STRING "TOTAL FACTURA: " DELIMITED BY SIZE ED-TotalFactura
             DELIMITED BY SIZE " " DELIMITED BY SIZE MonedaFactura
             DELIMITED BY SIZE INTO LiniaSortida.
           WRITE LiniaSortida.

        EscriureLiniaDetallPreu.
           MOVE DP-ImportLinia(WS-IndexDetall) TO ED-ImportDetall.
           MOVE SPACES TO LiniaSortida.
           STRING "  " DELIMITED BY SIZE
             DP-DniLinia(WS-IndexDetall) DELIMITED BY SIZE "  "
             DELIMITED BY SIZE DP-DescripcioLinia(WS-IndexDetall)
             DELIMITED BY SIZE " " DELIMITED BY SIZE ED-ImportDetall
             DELIMITED BY SIZE INTO LiniaSortida.
           WRITE LiniaSortida.

        DiariFactura.
           IF EstatFitxerFactures EQUAL "00"
             MOVE "FACTURES" TO RD-Fitxer
             MOVE RegistreFactura TO RD-ImatgeDespres
             CALL "REGDIARI.COB" USING PeticioDiari
             CANCEL "REGDIARI.COB"
           END-IF.

        Sortir.
           CLOSE FitxerReserves.
           CLOSE FitxerClients.
