             ORGANIZATION IS INDEXED
             RECORD KEY IS NR-NumeroReserva
             ALTERNATE RECORD KEY IS NR-Clau WITH DUPLICATES
             ALTERNATE RECORD KEY IS NR-ClauSortida =
               NR-CodiViatge NR-DiaSortida WITH DUPLICATES
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS EstatNouReserves.
            SELECT AnticFitxerReserves ASSIGN TO RANDOM "RESERVES.AGV"
             ORGANIZATION IS INDEXED
             RECORD KEY IS AR-NumeroReserva
             ALTERNATE RECORD KEY IS AR-Clau WITH DUPLICATES
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS EstatAnticReserves.
            SELECT NouFitxerClients ASSIGN TO RANDOM "NOUCLIEN.AGV"
             ORGANIZATION IS INDEXED
             RECORD KEY IS NC-Dni
           02 NR-Clau.
             03 NR-DniReserva      PIC X(9).
             03 NR-CodiViatge      PIC 9(5).
           02 NR-DiaSortida        PIC X(10).
           02 FILLER               PIC X(393).
           02 NR-NumeroReserva     PIC 9(7).
           02 FILLER               PIC X(103).
         FD AnticFitxerReserves
           LABEL RECORD IS STANDARD
           DATA RECORD IS AnticReserva.
         01 AnticReserva.
           02 AR-Clau.
             03 AR-DniReserva      PIC X(9).
             03 AR-CodiViatge      PIC 9(5).
           02 FILLER               PIC X(403).
           02 AR-NumeroReserva     PIC 9(7).
           02 FILLER               PIC X(103).
          COPY FD-CLIEN.CPY REPLACING ==FitxerClients== BY
               ==NouFitxerClients== ==DadesClient== BY ==NouClient==
               ==Dni== BY ==NC-Dni== ==CNom1== BY ==NC-CNom1==.
         FD NouCatalegViatges
           LABEL RECORD IS STANDARD
           DATA RECORD IS NouViatge.
         77 EstatFitxerClients       PIC XX VALUE "00".
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatNouReserves         PIC XX VALUE "00".
         77 EstatAnticReserves       PIC XX VALUE "00".
         77 WS-ReservesAntigues      PIC X VALUE "N".
         77 EstatNouClients          PIC XX VALUE "00".
         77 EstatNouCataleg          PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerReserves, FitxerClients, CatalegViatges,
                 AnticFitxerReserves.
         END DECLARATIVES.
        SEGUNDA SECTION.

           MOVE 0 TO WS-NumDanys.
           DISPLAY "RESERVES.AGV" LINE Fila POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE "N" TO WS-ReservesAntigues.
           OPEN INPUT FitxerReserves.
           IF EstatFitxerReserves EQUAL "39"
             OPEN INPUT AnticFitxerReserves
             IF EstatAnticReserves EQUAL "00"
               MOVE "S" TO WS-ReservesAntigues
               MOVE "00" TO EstatFitxerReserves
             END-IF
           END-IF.
           IF EstatFitxerReserves NOT EQUAL "00"
             DISPLAY "NO es pot obrir" LINE Fila POSITION 25
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           ELSE
             OPEN OUTPUT NouFitxerReserves
             MOVE "NO" TO FiFitxer
             IF WS-ReservesAntigues EQUAL "S"
               PERFORM CopiarReservaAntiga UNTIL FiFitxer = "SI"
               CLOSE AnticFitxerReserves
             ELSE
               PERFORM CopiarReserva UNTIL FiFitxer = "SI"
               CLOSE FitxerReserves
             END-IF
             CLOSE NouFitxerReserves
             PERFORM MostrarResultat
             IF WS-NumLlegits EQUAL WS-NumEscrits AND
                WS-NumDanys EQUAL 0
             END-IF
           END-IF.

        CopiarReservaAntiga.
           READ AnticFitxerReserves NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF EstatAnticReserves NOT EQUAL "00"
               ADD 1 TO WS-NumDanys
               MOVE "SI" TO FiFitxer
             ELSE
               ADD 1 TO WS-NumLlegits
               MOVE AnticReserva TO NouReserva
               WRITE NouReserva INVALID KEY
                 ADD 1 TO WS-NumDanys
               END-WRITE
               IF EstatNouReserves EQUAL "00"
                 ADD 1 TO WS-NumEscrits
               END-IF
             END-IF
           END-IF.

        ReorganitzarClients.
           MOVE 0 TO WS-NumLlegits.
           MOVE 0 TO WS-NumEscrits.
