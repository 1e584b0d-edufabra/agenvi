         77 WS-Saldo                 PIC S9(9) VALUE 0.
         77 ED-Import                PIC ZZZZZZZZ9.
         77 ED-Saldo                 PIC -ZZZZZZZZ9.
         77 WS-OperacioDetall        PIC X VALUE SPACE.
         77 WS-IndexDetall           PIC 99 VALUE 0.
         77 ED-ImportDetall          PIC -ZZZZZZ9.
         77 WS-OperacioPaquet        PIC X VALUE SPACE.
         77 WS-ReservaEnllac         PIC 9(7) VALUE 0.
         77 WS-IndexTram             PIC 99 VALUE 0.
         77 ED-NumTrams              PIC Z9.
         77 WS-ExtracteLlar          PIC X VALUE "N".
         77 WS-OperacioLlar          PIC X VALUE "D".
         77 WS-DniMoviment           PIC X(9) VALUE SPACES.
         77 WS-DniInclos             PIC X VALUE "N".
         77 WS-IndexMembre           PIC 99 VALUE 0.
         77 WS-CarrecsMembre         PIC 9(9) VALUE 0.
         77 WS-AbonamentsMembre      PIC 9(9) VALUE 0.
         77 WS-SaldoMembre           PIC S9(9) VALUE 0.
         COPY PREUCALC.CPY.
         COPY DETPREU-W.CPY.
         COPY PAQUET-W.CPY.
         COPY LLAR-W.CPY.
         01 WS-TaulaMoviments.
           02 WS-MovEntry OCCURS 200 TIMES.
             03 WS-MovData           PIC 9(8).
             03 WS-MovSigne          PIC X.
             03 WS-MovImport         PIC 9(9).
             03 WS-MovText           PIC X(50).
             03 WS-MovReserva        PIC 9(7).
             03 WS-MovPaquet         PIC X.
             03 WS-MovDni            PIC X(9).
         01 WS-MovTempo.
           02 WS-TmpData             PIC 9(8).
           02 WS-TmpSigne            PIC X.
           02 WS-TmpImport           PIC 9(9).
           02 WS-TmpText             PIC X(50).
           02 WS-TmpReserva          PIC 9(7).
           02 WS-TmpPaquet           PIC X.
           02 WS-TmpDni              PIC X(9).

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-DniCercat LINE 1 POSITION 22 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, PROMPT" NO BEEP.
           PERFORM DemanarLlar.
           PERFORM DemanarSortida.
           PERFORM CarregarReserves.
           PERFORM CarregarPagaments.
             OPEN OUTPUT FitxerSortida
           END-IF.

        DemanarLlar.
           MOVE "N" TO WS-ExtracteLlar.
           DISPLAY "Extracte de la llar (S/N)? " LINE 1 POSITION 34
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-ExtracteLlar LINE 1 POSITION 62 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF WS-ExtracteLlar EQUAL "S"
             CALL "CERCLLAR.COB" USING WS-OperacioLlar WS-DniCercat
               LlarClient
             CANCEL "CERCLLAR.COB"
             IF LL-Resultat NOT EQUAL "OK"
               MOVE "N" TO WS-ExtracteLlar
               DISPLAY "El client no pertany a cap llar" LINE 1
                 POSITION 34 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             END-IF
           END-IF.

        ComprovarDniInclos.
           MOVE "N" TO WS-DniInclos.
           IF WS-ExtracteLlar EQUAL "S"
             PERFORM CompararMembreLlar VARYING WS-IndexMembre FROM 1
               BY 1 UNTIL WS-IndexMembre > LL-NumMembres OR
               WS-DniInclos = "S"
           ELSE
             IF WS-DniMoviment EQUAL WS-DniCercat
               MOVE "S" TO WS-DniInclos
             END-IF
           END-IF.

        CompararMembreLlar.
           IF LL-DniMembre(WS-IndexMembre) EQUAL WS-DniMoviment
             MOVE "S" TO WS-DniInclos
           END-IF.

        ConvertirDataComp.
           COMPUTE WS-DataComp = WS-AnyAux * 10000 + WS-MesAux * 100
             + WS-DiaAux.
           READ FitxerReserves NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             MOVE DniReserva TO WS-DniMoviment
             PERFORM ComprovarDniInclos
             IF WS-DniInclos EQUAL "S" AND NumMoviments < 200
               MOVE "L" TO WS-OperacioPaquet
               CALL "ENLLPAQ.COB" USING WS-OperacioPaquet
                 NumeroReserva WS-ReservaEnllac PaquetReserva
               CANCEL "ENLLPAQ.COB"
               IF PQ-Resultat NOT EQUAL "OK"
                 PERFORM AfegirMovimentReserva
               ELSE
                 IF PQ-ReservaTram(1) EQUAL NumeroReserva
                   PERFORM AfegirMovimentPaquet
                 END-IF
               END-IF
             END-IF
           END-IF.

        AfegirMovimentReserva.
           ADD 1 TO NumMoviments.
           UNSTRING DataReserva DELIMITED BY "/" INTO WS-DiaAux
             WS-MesAux WS-AnyAux.
           PERFORM ConvertirDataComp.
           MOVE WS-DataComp TO WS-MovData(NumMoviments).
           MOVE "C" TO WS-MovSigne(NumMoviments).
           MOVE PreuTotalReserva TO WS-MovImport(NumMoviments).
           MOVE NumeroReserva TO WS-MovReserva(NumMoviments).
           MOVE "N" TO WS-MovPaquet(NumMoviments).
           MOVE DniReserva TO WS-MovDni(NumMoviments).
           MOVE SPACES TO WS-MovText(NumMoviments).
           STRING "RESERVA " DELIMITED BY SIZE NumeroReserva
             DELIMITED BY SIZE " VIATGE " DELIMITED BY SIZE
             CodiViatgeReservat DELIMITED BY SIZE " "
             DELIMITED BY SIZE DataReserva DELIMITED BY SIZE
             INTO WS-MovText(NumMoviments).

        AfegirMovimentPaquet.
           ADD 1 TO NumMoviments.
           UNSTRING DataReserva DELIMITED BY "/" INTO WS-DiaAux
             WS-MesAux WS-AnyAux.
           PERFORM ConvertirDataComp.
           MOVE WS-DataComp TO WS-MovData(NumMoviments).
           MOVE "C" TO WS-MovSigne(NumMoviments).
           MOVE PQ-TotalPaquet TO WS-MovImport(NumMoviments).
           MOVE NumeroReserva TO WS-MovReserva(NumMoviments).
           MOVE "S" TO WS-MovPaquet(NumMoviments).
           MOVE DniReserva TO WS-MovDni(NumMoviments).
           MOVE PQ-NumTrams TO ED-NumTrams.
           MOVE SPACES TO WS-MovText(NumMoviments).
           STRING "VIATGE COMBINAT " DELIMITED BY SIZE PQ-NumeroPaquet
             DELIMITED BY SIZE " (" DELIMITED BY SIZE ED-NumTrams
             DELIMITED BY SIZE " TRAMS) " DELIMITED BY SIZE
             DataReserva DELIMITED BY SIZE
             INTO WS-MovText(NumMoviments).

        CarregarPagaments.
           IF EstatFitxerPagaments EQUAL "00"
             MOVE "NO" TO FiFitxer
           READ FitxerPagaments NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             MOVE DniPagament TO WS-DniMoviment
             PERFORM ComprovarDniInclos
             IF WS-DniInclos EQUAL "S" AND NumMoviments < 200
               ADD 1 TO NumMoviments
               MOVE DniPagament TO WS-MovDni(NumMoviments)
               UNSTRING DataPagament DELIMITED BY "/" INTO WS-DiaAux
                 WS-MesAux WS-AnyAux
               PERFORM ConvertirDataComp
               MOVE WS-DataComp TO WS-MovData(NumMoviments)
               MOVE "A" TO WS-MovSigne(NumMoviments)
               MOVE ImportPagament TO WS-MovImport(NumMoviments)
               MOVE 0 TO WS-MovReserva(NumMoviments)
               MOVE "N" TO WS-MovPaquet(NumMoviments)
               MOVE SPACES TO WS-MovText(NumMoviments)
               STRING "PAGAMENT " DELIMITED BY SIZE NumeroPagament
                 DELIMITED BY SIZE " RESERVA " DELIMITED BY SIZE
           READ FitxerAnulacions NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             MOVE DniAnulat TO WS-DniMoviment
             PERFORM ComprovarDniInclos
             IF WS-DniInclos EQUAL "S" AND NumMoviments < 200
               ADD 1 TO NumMoviments
               MOVE DniAnulat TO WS-MovDni(NumMoviments)
               UNSTRING DataAnulacio DELIMITED BY "/" INTO WS-DiaAux
                 WS-MesAux WS-AnyAux
               PERFORM ConvertirDataComp
               MOVE "C" TO WS-MovSigne(NumMoviments)
               COMPUTE WS-CarrecTemp = ImportAnulat - ImportRetorn
               MOVE WS-CarrecTemp TO WS-MovImport(NumMoviments)
               MOVE 0 TO WS-MovReserva(NumMoviments)
               MOVE "N" TO WS-MovPaquet(NumMoviments)
               MOVE SPACES TO WS-MovText(NumMoviments)
               STRING "ANUL-LACIO " DELIMITED BY SIZE NumeroAnulacio
                 DELIMITED BY SIZE " RETORN " DELIMITED BY SIZE
           END-IF.

        ImprimirExtracte.
           IF WS-ExtracteLlar EQUAL "S"
             PERFORM ImprimirTitolLlar
           ELSE
             PERFORM ImprimirTitolClient
           END-IF.
           MOVE 5 TO Fila.
           PERFORM ImprimirMoviment VARYING WS-Index FROM 1 BY 1
               ED-Saldo DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           IF WS-ExtracteLlar EQUAL "S"
             PERFORM AvancarFila
             PERFORM ImprimirSaldoMembre VARYING WS-IndexMembre
               FROM 1 BY 1 UNTIL WS-IndexMembre > LL-NumMembres
           END-IF.

        ImprimirTitolClient.
           DISPLAY "EXTRACTE DE COMPTE DEL CLIENT " LINE 3
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-DniCercat LINE 3 POSITION 36
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "EXTRACTE DE COMPTE DEL CLIENT " DELIMITED BY
               SIZE WS-DniCercat DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        ImprimirTitolLlar.
           DISPLAY "EXTRACTE DE COMPTE DE LA LLAR " LINE 3
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY LL-CodiLlar LINE 3 POSITION 36
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY LL-NomLlar LINE 3 POSITION 44
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "EXTRACTE DE COMPTE DE LA LLAR " DELIMITED BY
               SIZE LL-CodiLlar DELIMITED BY SIZE " " DELIMITED BY
               SIZE LL-NomLlar DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        ImprimirSaldoMembre.
           MOVE 0 TO WS-CarrecsMembre.
           MOVE 0 TO WS-AbonamentsMembre.
           PERFORM SumarMovimentMembre VARYING WS-Index FROM 1 BY 1
             UNTIL WS-Index > NumMoviments.
           COMPUTE WS-SaldoMembre = WS-CarrecsMembre -
             WS-AbonamentsMembre.
           MOVE WS-SaldoMembre TO ED-Saldo.
           DISPLAY "Saldo membre " LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY LL-DniMembre(WS-IndexMembre) LINE Fila
             POSITION 18 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Saldo LINE Fila POSITION 33
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "SALDO MEMBRE " DELIMITED BY SIZE
               LL-DniMembre(WS-IndexMembre) DELIMITED BY SIZE ": "
               DELIMITED BY SIZE ED-Saldo DELIMITED BY SIZE
               INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           PERFORM AvancarFila.

        SumarMovimentMembre.
           IF WS-MovDni(WS-Index) EQUAL LL-DniMembre(WS-IndexMembre)
             IF WS-MovSigne(WS-Index) EQUAL "C"
               ADD WS-MovImport(WS-Index) TO WS-CarrecsMembre
             ELSE
               ADD WS-MovImport(WS-Index) TO WS-AbonamentsMembre
             END-IF
           END-IF.

        ImprimirMoviment.
           MOVE WS-MovImport(WS-Index) TO ED-Import.
               SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           PERFORM AvancarFila.
           IF WS-MovPaquet(WS-Index) EQUAL "S"
             MOVE "L" TO WS-OperacioPaquet
             CALL "ENLLPAQ.COB" USING WS-OperacioPaquet
               WS-MovReserva(WS-Index) WS-ReservaEnllac PaquetReserva
             CANCEL "ENLLPAQ.COB"
             PERFORM ImprimirTramPaquet VARYING WS-IndexTram
               FROM 1 BY 1 UNTIL WS-IndexTram > PQ-NumTrams
           END-IF.
           IF WS-MovReserva(WS-Index) NOT EQUAL 0 AND
              WS-MovPaquet(WS-Index) NOT EQUAL "S"
             MOVE "L" TO WS-OperacioDetall
             CALL "DETPREU.COB" USING WS-OperacioDetall
               WS-MovReserva(WS-Index) PeticioCalculPreu
               DetallPreuReserva
             CANCEL "DETPREU.COB"
             PERFORM ImprimirDetallPreu VARYING WS-IndexDetall
               FROM 1 BY 1 UNTIL WS-IndexDetall > DP-NumLinies
           END-IF.

        ImprimirDetallPreu.
           MOVE DP-ImportLinia(WS-IndexDetall) TO ED-ImportDetall.
           DISPLAY DP-DniLinia(WS-IndexDetall) LINE Fila POSITION 8
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DP-DescripcioLinia(WS-IndexDetall) LINE Fila
             POSITION 18 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-ImportDetall LINE Fila POSITION 49
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "   " DELIMITED BY SIZE
               DP-DniLinia(WS-IndexDetall) DELIMITED BY SIZE " "
               DELIMITED BY SIZE DP-DescripcioLinia(WS-IndexDetall)
               DELIMITED BY SIZE " " DELIMITED BY SIZE
               ED-ImportDetall DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           PERFORM AvancarFila.

        ImprimirTramPaquet.
           MOVE PQ-PreuTram(WS-IndexTram) TO ED-ImportDetall.
           DISPLAY "Tram" LINE Fila POSITION 8
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY PQ-SeqTram(WS-IndexTram) LINE Fila POSITION 13
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY PQ-ReservaTram(WS-IndexTram) LINE Fila POSITION 16
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY PQ-ViatgeTram(WS-IndexTram) LINE Fila POSITION 25
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY PQ-DiaTram(WS-IndexTram) LINE Fila POSITION 32
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-ImportDetall LINE Fila POSITION 49
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "   Tram " DELIMITED BY SIZE
               PQ-SeqTram(WS-IndexTram) DELIMITED BY SIZE " Reserva "
               DELIMITED BY SIZE PQ-ReservaTram(WS-IndexTram)
               DELIMITED BY SIZE " Viatge " DELIMITED BY SIZE
               PQ-ViatgeTram(WS-IndexTram) DELIMITED BY SIZE " "
               DELIMITED BY SIZE PQ-DiaTram(WS-IndexTram) DELIMITED
               BY SIZE " " DELIMITED BY SIZE ED-ImportDetall
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           PERFORM AvancarFila.

        AvancarFila.
           ADD 1 TO Fila.
           IF Fila > 19
             ACCEPT Tecla NO BEEP
