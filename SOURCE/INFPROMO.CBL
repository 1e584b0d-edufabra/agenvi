       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulInformePromocions.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FPROMO.CPY.
            COPY S-FPRORE.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-PROMO.CPY.
          COPY FD-PRORE.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerPromocions    PIC XX VALUE "00".
         77 EstatFitxerPromocionsRes PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 FiReserves               PIC XX VALUE "NO".
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
            VALUE "US DE PROMOCIONS".
         77 WS-Detall                PIC X VALUE "N".
         77 WS-ReservesObertes       PIC X VALUE "N".
         77 WS-PlacesLliures         PIC 9(4) VALUE 0.
         77 WS-TotalReserves         PIC 9(7) VALUE 0.
         77 WS-TotalPlaces           PIC 9(7) VALUE 0.
         77 WS-TotalImport           PIC 9(9) VALUE 0.
         77 ED-Reserves              PIC ZZZZ9.
         77 ED-Places                PIC ZZZ9.
         77 ED-PlacesMax             PIC ZZZ9.
         77 ED-PlacesLliures         PIC ZZZ9.
         77 ED-Import                PIC ZZZZZZZZ9.
         77 ED-Percent               PIC ZZ9.
         77 ED-NumeroReserva         PIC ZZZZZZ9.
         77 ED-ImportReserva         PIC ZZZZZZ9.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerPromocions, FitxerPromocionsReserva.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN INPUT FitxerPromocions.
           IF EstatFitxerPromocions NOT EQUAL "00"
             DISPLAY "Cap promocio definida" BEEP LINE 11
               POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           OPEN INPUT FitxerPromocionsReserva.
           IF EstatFitxerPromocionsRes EQUAL "00"
             MOVE "S" TO WS-ReservesObertes
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "Detall de reserves per promocio (S/N): " LINE 1
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-Detall LINE 1 POSITION 45 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           PERFORM DemanarSortida.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           PERFORM Capcalera.
           MOVE LOW-VALUES TO CodiPromocio.
           START FitxerPromocions KEY IS NOT LESS THAN CodiPromocio.
           IF EstatFitxerPromocions EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM LlistarPromocio UNTIL FiFitxer = "SI"
           END-IF.
           MOVE WS-TotalReserves TO ED-Reserves.
           MOVE WS-TotalImport TO ED-Import.
           DISPLAY "TOTAL reserves: " LINE 21 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Reserves LINE 21 POSITION 22
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Places: " LINE 21 POSITION 30
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-TotalPlaces LINE 21 POSITION 38
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Descompte: " LINE 21 POSITION 48
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Import LINE 21 POSITION 59
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "TOTAL RESERVES: " DELIMITED BY SIZE ED-Reserves
               DELIMITED BY SIZE "  PLACES: " DELIMITED BY SIZE
               WS-TotalPlaces DELIMITED BY SIZE "  DESCOMPTE: "
               DELIMITED BY SIZE ED-Import DELIMITED BY SIZE
               INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           ACCEPT Tecla NO BEEP.
           IF NOT SortidaPantalla CLOSE FitxerSortida END-IF.
           PERFORM Sortir.

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
             DISPLAY "Nom del fitxer: " LINE 24
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-NomFitxerSortida LINE 24 POSITION 35
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             OPEN OUTPUT FitxerSortida
           END-IF.

        Capcalera.
           DISPLAY "US DE PROMOCIONS D'ANTELACIO" LINE 3 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "CODI DESCRIPCIO           %  RES. PLAC  MAX"
             LINE 5 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY " LLIU. DESCOMPTE" LINE 5 POSITION 49
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE "US DE PROMOCIONS D'ANTELACIO" TO LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "CODI DESCRIPCIO                     %  RES. "
               DELIMITED BY SIZE "PLAC  MAX LLIU.  DESCOMPTE"
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE 6 TO Fila.

        LlistarPromocio.
           READ FitxerPromocions NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             ADD ReservesPromocio TO WS-TotalReserves
             ADD PlacesUsadesPromocio TO WS-TotalPlaces
             ADD ImportDescPromocio TO WS-TotalImport
             MOVE 0 TO WS-PlacesLliures
             IF PlacesMaxPromocio > PlacesUsadesPromocio
               COMPUTE WS-PlacesLliures = PlacesMaxPromocio -
                 PlacesUsadesPromocio
             END-IF
             MOVE PercentPromocio TO ED-Percent
             MOVE ReservesPromocio TO ED-Reserves
             MOVE PlacesUsadesPromocio TO ED-Places
             MOVE PlacesMaxPromocio TO ED-PlacesMax
             MOVE WS-PlacesLliures TO ED-PlacesLliures
             MOVE ImportDescPromocio TO ED-Import
             DISPLAY CodiPromocio LINE Fila POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY DescripcioPromocio(1:20) LINE Fila POSITION 10
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Percent LINE Fila POSITION 30
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Reserves LINE Fila POSITION 34
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Places LINE Fila POSITION 40
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-PlacesMax LINE Fila POSITION 45
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-PlacesLliures LINE Fila POSITION 51
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Import LINE Fila POSITION 56
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             IF NOT SortidaPantalla
               MOVE SPACES TO LiniaSortida
               STRING CodiPromocio DELIMITED BY SIZE " " DELIMITED BY
                 SIZE DescripcioPromocio DELIMITED BY SIZE " "
                 DELIMITED BY SIZE ED-Percent DELIMITED BY SIZE " "
                 DELIMITED BY SIZE ED-Reserves DELIMITED BY SIZE " "
                 DELIMITED BY SIZE ED-Places DELIMITED BY SIZE " "
                 DELIMITED BY SIZE ED-PlacesMax DELIMITED BY SIZE " "
                 DELIMITED BY SIZE ED-PlacesLliures DELIMITED BY
                 SIZE " " DELIMITED BY SIZE ED-Import DELIMITED BY
                 SIZE INTO LiniaSortida
               WRITE LiniaSortida
             END-IF
             PERFORM AvancarFila
             IF WS-Detall EQUAL "S" AND WS-ReservesObertes EQUAL "S"
               PERFORM LlistarReservesPromocio
             END-IF
           END-IF.

        LlistarReservesPromocio.
           MOVE 0 TO NumeroReservaPromo.
           START FitxerPromocionsReserva KEY IS GREATER THAN
             NumeroReservaPromo.
           IF EstatFitxerPromocionsRes EQUAL "00"
             MOVE "NO" TO FiReserves
             PERFORM LlistarUnaReserva UNTIL FiReserves = "SI"
           END-IF.

        LlistarUnaReserva.
           READ FitxerPromocionsReserva NEXT RECORD, AT END MOVE "SI"
             TO FiReserves.
           IF FiReserves NOT EQUAL "SI"
             IF CodiPromocioReserva EQUAL CodiPromocio
               MOVE NumeroReservaPromo TO ED-NumeroReserva
               MOVE ImportPromoReserva TO ED-ImportReserva
               MOVE PlacesPromoReserva TO ED-Places
               DISPLAY "Reserva" LINE Fila POSITION 10
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY ED-NumeroReserva LINE Fila POSITION 18
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY DataReservaPromo LINE Fila POSITION 27
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY ED-Places LINE Fila POSITION 40
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY ED-ImportReserva LINE Fila POSITION 58
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               IF NOT SortidaPantalla
                 MOVE SPACES TO LiniaSortida
                 STRING "     RESERVA " DELIMITED BY SIZE
                   ED-NumeroReserva DELIMITED BY SIZE " " DELIMITED
                   BY SIZE DataReservaPromo DELIMITED BY SIZE
                   " PLACES " DELIMITED BY SIZE ED-Places DELIMITED
                   BY SIZE " DESCOMPTE " DELIMITED BY SIZE
                   ED-ImportReserva DELIMITED BY SIZE INTO
                   LiniaSortida
                 WRITE LiniaSortida
               END-IF
               PERFORM AvancarFila
             END-IF
           END-IF.

        AvancarFila.
           ADD 1 TO Fila.
           IF Fila > 19
             ACCEPT Tecla NO BEEP
             MOVE 6 TO Fila
           END-IF.

        Sortir.
           CLOSE FitxerPromocions.
           IF WS-ReservesObertes EQUAL "S"
             CLOSE FitxerPromocionsReserva
           END-IF.
           EXIT PROGRAM.
