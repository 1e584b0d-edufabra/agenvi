       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulCalculPuntMort.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FCATVI.CPY.
            COPY S-FRESER.CPY.
            COPY S-FMAJO.CPY.
            COPY S-FCOSDP.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-CATVI.CPY.
          COPY FD-RESER.CPY.
          COPY FD-FMAJO.CPY.
          COPY FD-COSDP.CPY.

        WORKING-STORAGE SECTION.
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatFitxerMajoristes    PIC XX VALUE "00".
         77 EstatFitxerCostosDeparture PIC XX VALUE "00".
         77 FiReserves               PIC XX VALUE "NO".
         77 WS-MargeTotal            PIC S9(9) VALUE 0.

        LINKAGE SECTION.
         COPY PUNTMORT.CPY.

       PROCEDURE DIVISION USING PeticioPuntMort.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 CatalegViatges, FitxerReserves, FitxerMajoristes,
                 FitxerCostosDeparture.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           MOVE 0 TO PM-PlacesVenudes.
           MOVE 0 TO PM-IngresVenut.
           MOVE 0 TO PM-CostosFixos.
           MOVE 0 TO PM-CostVariable.
           MOVE 0 TO PM-PreuMitja.
           MOVE 0 TO PM-ComissioPersona.
           MOVE 0 TO PM-MargePersona.
           MOVE 0 TO PM-PlacesPuntMort.
           MOVE "NV" TO PM-ResultatPuntMort.
           OPEN INPUT CatalegViatges.
           IF EstatCatalegViatges NOT EQUAL "00"
             EXIT PROGRAM
           END-IF.
           MOVE PM-CodiViatge TO CodiViatge.
           READ CatalegViatges.
           IF EstatCatalegViatges NOT EQUAL "00"
             CLOSE CatalegViatges
             EXIT PROGRAM
           END-IF.
           MOVE CostNetPersona TO PM-CostVariable.
           PERFORM ComptarPlacesVenudes.
           PERFORM LlegirCostosFixos.
           IF PM-PlacesVenudes > 0
             COMPUTE PM-PreuMitja = PM-IngresVenut / PM-PlacesVenudes
           ELSE
             MOVE PreuPersona TO PM-PreuMitja
           END-IF.
           PERFORM CalcularComissio.
           COMPUTE PM-MargePersona = PM-PreuMitja - PM-CostVariable -
             PM-ComissioPersona.
           PERFORM CalcularPuntMort.
           CLOSE CatalegViatges.
           EXIT PROGRAM.

        ComptarPlacesVenudes.
           OPEN INPUT FitxerReserves.
           IF EstatFitxerReserves EQUAL "00"
             MOVE PM-CodiViatge TO CodiViatgeReservat
             MOVE LOW-VALUES TO DiaSortida
             MOVE PM-DiaSortida(1:6) TO DiaSortida(1:6)
             START FitxerReserves KEY IS NOT LESS THAN ClauSortida
             IF EstatFitxerReserves EQUAL "00"
               MOVE "NO" TO FiReserves
               PERFORM SumarReserva UNTIL FiReserves = "SI"
             END-IF
             CLOSE FitxerReserves
           END-IF.

        SumarReserva.
           READ FitxerReserves NEXT RECORD, AT END MOVE "SI" TO
             FiReserves.
           IF FiReserves NOT EQUAL "SI"
             IF CodiViatgeReservat NOT EQUAL PM-CodiViatge OR
                DiaSortida(1:6) NOT EQUAL PM-DiaSortida(1:6)
               MOVE "SI" TO FiReserves
             ELSE
               IF NOT ReservaOpcio
                 ADD PlacesReservades TO PM-PlacesVenudes
                 ADD PreuTotalReserva TO PM-IngresVenut
               END-IF
             END-IF
           END-IF.

        LlegirCostosFixos.
           OPEN INPUT FitxerCostosDeparture.
           IF EstatFitxerCostosDeparture EQUAL "00"
             MOVE PM-CodiViatge TO CodiViatgeCost
             MOVE PM-DiaSortida TO DataDeparturaCost
             READ FitxerCostosDeparture
             IF EstatFitxerCostosDeparture EQUAL "00"
               COMPUTE PM-CostosFixos = CostAutocarDeparture +
                 HonorarisGuiaDeparture + HabitacioGuiaDeparture +
                 AltresCostosDeparture
             END-IF
             CLOSE FitxerCostosDeparture
           END-IF.

        CalcularComissio.
           IF Majorista NOT EQUAL SPACES
             OPEN INPUT FitxerMajoristes
             IF EstatFitxerMajoristes EQUAL "00"
               MOVE Majorista TO CodiMajorista
               READ FitxerMajoristes
               IF EstatFitxerMajoristes EQUAL "00"
                 COMPUTE PM-ComissioPersona = (PM-PreuMitja *
                   PercentatgeComissio) / 100
               END-IF
               CLOSE FitxerMajoristes
             END-IF
           END-IF.

        CalcularPuntMort.
           IF PM-CostosFixos EQUAL 0 AND PM-MargePersona NOT < 0
             MOVE 0 TO PM-PlacesPuntMort
             MOVE "OK" TO PM-ResultatPuntMort
             EXIT PARAGRAPH
           END-IF.
           IF PM-MargePersona NOT > 0
             MOVE 0 TO PM-PlacesPuntMort
             MOVE "SM" TO PM-ResultatPuntMort
             EXIT PARAGRAPH
           END-IF.
           COMPUTE PM-PlacesPuntMort = PM-CostosFixos /
             PM-MargePersona.
           COMPUTE WS-MargeTotal = PM-PlacesPuntMort *
             PM-MargePersona.
           IF WS-MargeTotal < PM-CostosFixos
             ADD 1 TO PM-PlacesPuntMort
           END-IF.
           IF PM-PlacesVenudes NOT < PM-PlacesPuntMort
             MOVE "OK" TO PM-ResultatPuntMort
           ELSE
             MOVE "NO" TO PM-ResultatPuntMort
           END-IF.
