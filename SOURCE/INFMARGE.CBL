            COPY S-FRESER.CPY.
            COPY S-FCATVI.CPY.
            COPY S-FMAJO.CPY.
            COPY S-FGRATU.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-RESER.CPY.
          COPY FD-CATVI.CPY.
          COPY FD-FMAJO.CPY.
          COPY FD-GRATU.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerMajoristes    PIC XX VALUE "00".
         77 EstatFitxerGratuitats    PIC XX VALUE "00".
         77 WS-GratuitatsObert       PIC X VALUE "N".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 6.
           88 Trobat                 VALUE "S".
         77 WS-CostReserva           PIC 9(9) VALUE 0.
         77 WS-ComissioReserva       PIC 9(9) VALUE 0.
         77 WS-GratuitatReserva      PIC 9(9) VALUE 0.
         77 WS-PlacesCost            PIC 9(4) VALUE 0.
         77 WS-MargeCalc             PIC S9(9) VALUE 0.
         77 NumMesos                 PIC 9(3) VALUE 0.
         77 WS-MesIndex              PIC 9(3).
         77 WS-AnyAux                PIC 9(4).
         77 ED-Import                PIC ZZZZZZZZ9.
         77 ED-Marge                 PIC -ZZZZZZZZ9.
         77 WS-CostPlaReserva        PIC 9(9) VALUE 0.
         77 WS-CostPersonaUsat       PIC 9(7) VALUE 0.
         77 WS-CostRealReserva       PIC X VALUE "N".
         77 NumCostos                PIC 9(3) VALUE 0.
         77 WS-CostIndex             PIC 9(3).
         77 WS-CostTrobat            PIC X VALUE "N".
           88 CostTrobat             VALUE "S".
         77 WS-NumDiferencies        PIC 9(3) VALUE 0.
         COPY COSTHOT.CPY.
         01 WS-TaulaTrips.
           02 WS-TripEntry OCCURS 500 TIMES.
             03 WS-TripCodi          PIC 9(5).
             03 WS-TripCost          PIC 9(9).
             03 WS-TripComissio      PIC 9(9).
             03 WS-TripMarge         PIC S9(9).
             03 WS-TripGratuitat     PIC 9(9).
             03 WS-TripCostPla       PIC 9(9).
             03 WS-TripCostReal      PIC X.
         01 WS-TripTempo.
           02 WS-TmpCodi             PIC 9(5).
           02 WS-TmpIngres           PIC 9(9).
           02 WS-TmpCost             PIC 9(9).
           02 WS-TmpComissio         PIC 9(9).
           02 WS-TmpMarge            PIC S9(9).
           02 WS-TmpGratuitat        PIC 9(9).
           02 WS-TmpCostPla          PIC 9(9).
           02 WS-TmpCostReal         PIC X.
         01 WS-TaulaCostos.
           02 WS-CostEntry OCCURS 300 TIMES.
             03 WS-CostCodi          PIC 9(5).
             03 WS-CostSortida       PIC X(10).
             03 WS-CostPersonaReal   PIC 9(7).
             03 WS-CostResultat      PIC XX.
         01 WS-TaulaMesos.
           02 WS-MesEntry OCCURS 120 TIMES.
             03 WS-MesClau           PIC 9(6).
             03 WS-MesIngres         PIC 9(9).
             03 WS-MesCost           PIC 9(9).
             03 WS-MesComissio       PIC 9(9).
             03 WS-MesGratuitat      PIC 9(9).

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.
           END-IF.
           OPEN INPUT CatalegViatges.
           OPEN INPUT FitxerMajoristes.
           OPEN INPUT FitxerGratuitats.
           IF EstatFitxerGratuitats EQUAL "00"
             MOVE "S" TO WS-GratuitatsObert
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
           PERFORM ImprimirMes VARYING WS-MesIndex FROM 1 BY 1
             UNTIL WS-MesIndex > NumMesos.
           ACCEPT Tecla NO BEEP.
           PERFORM CapcaleraDiferencies.
           PERFORM ImprimirDiferencia VARYING WS-Index FROM 1 BY 1
             UNTIL WS-Index > NumTrips.
           IF WS-NumDiferencies EQUAL 0
             DISPLAY "Cap viatge amb cost contractat diferent del pla"
               LINE Fila POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           ACCEPT Tecla NO BEEP.
           IF NOT SortidaPantalla CLOSE FitxerSortida END-IF.
           PERFORM Sortir.

             MOVE CodiViatgeReservat TO CodiViatge
             READ CatalegViatges
             IF EstatCatalegViatges EQUAL "00"
               PERFORM CercarGratuitat
               PERFORM ObtenirCostReal
               COMPUTE WS-CostReserva = WS-CostPersonaUsat *
                 WS-PlacesCost
               COMPUTE WS-CostPlaReserva = CostNetPersona *
                 WS-PlacesCost
               MOVE 0 TO WS-ComissioReserva
               IF Majorista NOT EQUAL SPACES
                 MOVE Majorista TO CodiMajorista
             END-IF
           END-IF.

        CercarGratuitat.
           MOVE 0 TO WS-GratuitatReserva.
           MOVE PlacesReservades TO WS-PlacesCost.
           IF WS-GratuitatsObert EQUAL "S"
             MOVE NumeroReserva TO NumeroReservaGratuitat
             READ FitxerGratuitats
             IF EstatFitxerGratuitats EQUAL "00"
               COMPUTE WS-GratuitatReserva = CostGratuitat *
                 PlacesGratuites
               IF PlacesReservades > PlacesGratuites
                 COMPUTE WS-PlacesCost = PlacesReservades -
                   PlacesGratuites
               ELSE
                 MOVE 0 TO WS-PlacesCost
               END-IF
             END-IF
           END-IF.

        ObtenirCostReal.
           MOVE CostNetPersona TO WS-CostPersonaUsat.
           MOVE "N" TO WS-CostRealReserva.
           MOVE "N" TO WS-CostTrobat.
           PERFORM ComprovarCost VARYING WS-CostIndex FROM 1 BY 1
             UNTIL (WS-CostIndex > NumCostos) OR (CostTrobat).
           IF NOT CostTrobat
             IF NumCostos NOT < 300
               EXIT PARAGRAPH
             END-IF
             PERFORM CalcularCostReal
           END-IF.
           IF WS-CostResultat(WS-IndexTrobat) EQUAL "OK"
             MOVE WS-CostPersonaReal(WS-IndexTrobat) TO
               WS-CostPersonaUsat
             MOVE "S" TO WS-CostRealReserva
           END-IF.

        ComprovarCost.
           IF WS-CostCodi(WS-CostIndex) EQUAL CodiViatgeReservat AND
              WS-CostSortida(WS-CostIndex) EQUAL DiaSortida
             MOVE "S" TO WS-CostTrobat
             MOVE WS-CostIndex TO WS-IndexTrobat
           END-IF.

        CalcularCostReal.
           UNSTRING DataReserva DELIMITED BY "/" INTO WS-DiaAux
             WS-MesAux WS-AnyAux.
           MOVE CodiViatgeReservat TO CH-CodiViatge.
           MOVE DiaSortida TO CH-DiaSortida.
           COMPUTE CH-DataReferencia = WS-AnyAux * 10000 +
             WS-MesAux * 100 + WS-DiaAux.
           MOVE "N" TO CH-MostrarDetall.
           CALL "CALCCOSH.COB" USING PeticioCostHotel.
           CANCEL "CALCCOSH.COB".
           ADD 1 TO NumCostos.
           MOVE CodiViatgeReservat TO WS-CostCodi(NumCostos).
           MOVE DiaSortida TO WS-CostSortida(NumCostos).
           MOVE CH-CostPersona TO WS-CostPersonaReal(NumCostos).
           MOVE CH-ResultatCost TO WS-CostResultat(NumCostos).
           MOVE NumCostos TO WS-IndexTrobat.

        AcumularTrip.
           MOVE "N" TO WS-Trobat.
           PERFORM ComprovarEntrada VARYING WS-Index FROM 1 BY 1
               MOVE 0 TO WS-TripCost(NumTrips)
               MOVE 0 TO WS-TripComissio(NumTrips)
               MOVE 0 TO WS-TripMarge(NumTrips)
               MOVE 0 TO WS-TripGratuitat(NumTrips)
               MOVE 0 TO WS-TripCostPla(NumTrips)
               MOVE "N" TO WS-TripCostReal(NumTrips)
               MOVE NumTrips TO WS-IndexTrobat
               MOVE "S" TO WS-Trobat
             END-IF
           IF Trobat
             ADD PreuTotalReserva TO WS-TripIngres(WS-IndexTrobat)
             ADD WS-CostReserva TO WS-TripCost(WS-IndexTrobat)
             ADD WS-CostPlaReserva TO WS-TripCostPla(WS-IndexTrobat)
             IF WS-CostRealReserva EQUAL "S"
               MOVE "S" TO WS-TripCostReal(WS-IndexTrobat)
             END-IF
             ADD WS-ComissioReserva TO
               WS-TripComissio(WS-IndexTrobat)
             ADD WS-GratuitatReserva TO
               WS-TripGratuitat(WS-IndexTrobat)
             COMPUTE WS-TripMarge(WS-IndexTrobat) =
               WS-TripIngres(WS-IndexTrobat) -
               WS-TripCost(WS-IndexTrobat) -
               MOVE 0 TO WS-MesIngres(NumMesos)
               MOVE 0 TO WS-MesCost(NumMesos)
               MOVE 0 TO WS-MesComissio(NumMesos)
               MOVE 0 TO WS-MesGratuitat(NumMesos)
               MOVE NumMesos TO WS-IndexTrobat
               MOVE "S" TO WS-MesTrobat
             END-IF
             ADD WS-CostReserva TO WS-MesCost(WS-IndexTrobat)
             ADD WS-ComissioReserva TO
               WS-MesComissio(WS-IndexTrobat)
             ADD WS-GratuitatReserva TO
               WS-MesGratuitat(WS-IndexTrobat)
           END-IF.

        ComprovarMes.
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "COMISSIO" LINE 4 POSITION 42
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "GRATUITAT" LINE 4 POSITION 54
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "MARGE" LINE 4 POSITION 70
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE "MARGES PER VIATGE (pitjor primer)" TO
           MOVE WS-TripComissio(WS-Index) TO ED-Import.
           DISPLAY ED-Import LINE Fila POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-TripGratuitat(WS-Index) TO ED-Import.
           DISPLAY ED-Import LINE Fila POSITION 54
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-TripMarge(WS-Index) TO ED-Marge.
           DISPLAY ED-Marge LINE Fila POSITION 65
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
               DELIMITED BY SIZE " MARGE " DELIMITED BY SIZE
               ED-Marge DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
             IF WS-TripGratuitat(WS-Index) > 0
               MOVE SPACES TO LiniaSortida
               MOVE WS-TripGratuitat(WS-Index) TO ED-Import
               STRING "  GRATUITATS MAJORISTA (FORA DEL COST) "
                 DELIMITED BY SIZE ED-Import DELIMITED BY SIZE
                 INTO LiniaSortida
               WRITE LiniaSortida
             END-IF
           END-IF.
           ADD 1 TO Fila.
           IF Fila > 19
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "COMISSIO" LINE 4 POSITION 42
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "GRATUITAT" LINE 4 POSITION 54
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "MARGE" LINE 4 POSITION 70
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE 6 TO Fila.

             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           COMPUTE WS-MargeCalc = WS-MesIngres(WS-MesIndex) -
             WS-MesCost(WS-MesIndex) - WS-MesComissio(WS-MesIndex).
           MOVE WS-MesGratuitat(WS-MesIndex) TO ED-Import.
           DISPLAY ED-Import LINE Fila POSITION 54
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-MargeCalc TO ED-Marge.
           DISPLAY ED-Marge LINE Fila POSITION 65
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
               SIZE " MARGE " DELIMITED BY SIZE ED-Marge DELIMITED
               BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
             IF WS-MesGratuitat(WS-MesIndex) > 0
               MOVE SPACES TO LiniaSortida
               MOVE WS-MesGratuitat(WS-MesIndex) TO ED-Import
               STRING "  GRATUITATS MAJORISTA (FORA DEL COST) "
                 DELIMITED BY SIZE ED-Import DELIMITED BY SIZE
                 INTO LiniaSortida
               WRITE LiniaSortida
             END-IF
           END-IF.
           ADD 1 TO Fila.
           IF Fila > 19
             ACCEPT Tecla NO BEEP
             MOVE 6 TO Fila
           END-IF.

        CapcaleraDiferencies.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "COST NET PLA CONTRA COST CONTRACTAT D'HOTEL" LINE 3
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "CODI" LINE 4 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "COST PLA" LINE 4 POSITION 14
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "CONTRACTAT" LINE 4 POSITION 26
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "DIFERENCIA" LINE 4 POSITION 40
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE "COST NET PLA CONTRA COST CONTRACTAT D'HOTEL" TO
               LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE 6 TO Fila.

        ImprimirDiferencia.
           IF WS-TripCostReal(WS-Index) NOT EQUAL "S" OR
              WS-TripCostPla(WS-Index) EQUAL WS-TripCost(WS-Index)
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NumDiferencies.
           COMPUTE WS-MargeCalc = WS-TripCostPla(WS-Index) -
             WS-TripCost(WS-Index).
           DISPLAY WS-TripCodi(WS-Index) LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-TripCostPla(WS-Index) TO ED-Import.
           DISPLAY ED-Import LINE Fila POSITION 12
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-TripCost(WS-Index) TO ED-Import.
           DISPLAY ED-Import LINE Fila POSITION 26
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-MargeCalc TO ED-Marge.
           DISPLAY ED-Marge LINE Fila POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             MOVE WS-TripCostPla(WS-Index) TO ED-Import
             STRING WS-TripCodi(WS-Index) DELIMITED BY SIZE
               " PLA " DELIMITED BY SIZE ED-Import DELIMITED BY SIZE
               INTO LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             MOVE WS-TripCost(WS-Index) TO ED-Import
             STRING "  CONTRACTAT " DELIMITED BY SIZE ED-Import
               DELIMITED BY SIZE " DIFERENCIA " DELIMITED BY SIZE
               ED-Marge DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           ADD 1 TO Fila.
           IF Fila > 19
           CLOSE FitxerReserves.
           CLOSE CatalegViatges.
           CLOSE FitxerMajoristes.
           IF WS-GratuitatsObert EQUAL "S"
             CLOSE FitxerGratuitats
           END-IF.
           EXIT PROGRAM.
