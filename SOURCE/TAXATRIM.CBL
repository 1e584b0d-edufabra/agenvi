       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulTaxaTuristicaTrimestre.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FDETPR.CPY.
            COPY S-FRESER.CPY.
            COPY S-FHOTEL.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-DETPR.CPY.
          COPY FD-RESER.CPY.
          COPY FD-HOTEL.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerDetallPreu    PIC XX VALUE "00".
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatFitxerHotels        PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
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
            VALUE "TAXA TURISTICA TRIMESTRAL".
         77 WS-AnyCercat             PIC 9(4) VALUE 0.
         77 WS-TrimestreCercat       PIC 9 VALUE 0.
         77 WS-PeriodeValid          PIC X VALUE "N".
         77 WS-DiaReg                PIC 99 VALUE 0.
         77 WS-MesReg                PIC 99 VALUE 0.
         77 WS-AnyReg                PIC 9(4) VALUE 0.
         77 WS-AnyEstada             PIC 9(4) VALUE 0.
         77 WS-TrimestreEstada       PIC 9 VALUE 0.
         77 WS-DiaAnyReserva         PIC 9(3) VALUE 0.
         77 WS-DiaAnySortida         PIC 9(3) VALUE 0.
         77 Dia                      PIC 99.
         77 Mes                      PIC X(3).
         77 MesNumeric               PIC 99 VALUE 0.
         77 Comptador                PIC 99.
         77 WS-NumHotelsTaxa         PIC 9(3) VALUE 0.
         77 WS-IndexHotel            PIC 9(3) VALUE 0.
         77 WS-HotelTrobat           PIC 9(3) VALUE 0.
         77 WS-TotalEstades          PIC 9(5) VALUE 0.
         77 WS-TotalHostes           PIC 9(6) VALUE 0.
         77 WS-TotalExempts          PIC 9(6) VALUE 0.
         77 WS-TotalPernoctacions    PIC 9(7) VALUE 0.
         77 WS-TotalImport           PIC 9(9) VALUE 0.
         77 WS-NomHotelInforme       PIC X(30) VALUE SPACES.
         77 WS-CategoriaInforme      PIC X(3) VALUE SPACES.
         77 ED-Estades               PIC ZZZZ9.
         77 ED-Hostes                PIC ZZZZZ9.
         77 ED-Exempts               PIC ZZZZZ9.
         77 ED-Pernoctacions         PIC ZZZZZZ9.
         77 ED-Import                PIC ZZZZZZZZ9.
         01 WS-TaulaHotelsTaxa.
           02 WS-HotelTaxa OCCURS 200 TIMES.
             03 WS-CodiHotelTaxa     PIC X(5).
             03 WS-EstadesTaxa       PIC 9(5).
             03 WS-HostesTaxa        PIC 9(6).
             03 WS-ExemptsTaxa       PIC 9(6).
             03 WS-PernoctacionsTaxa PIC 9(7).
             03 WS-ImportTaxa        PIC 9(9).
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

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerDetallPreu, FitxerReserves, FitxerHotels.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN INPUT FitxerDetallPreu.
           IF EstatFitxerDetallPreu NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Detall de Preus NO existeix"
               BEEP LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           OPEN INPUT FitxerReserves.
           IF EstatFitxerReserves NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Reserves NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             CLOSE FitxerDetallPreu
             EXIT PROGRAM
           END-IF.
           OPEN INPUT FitxerHotels.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           MOVE "N" TO WS-PeriodeValid.
           PERFORM DemanarPeriode UNTIL WS-PeriodeValid = "S".
           PERFORM DemanarSortida.
           MOVE 0 TO WS-NumHotelsTaxa.
           MOVE "NO" TO FiFitxer.
           PERFORM RevisarDetall UNTIL FiFitxer = "SI".
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           PERFORM EscriureCapcalera.
           MOVE 6 TO Fila.
           MOVE 0 TO WS-TotalEstades.
           MOVE 0 TO WS-TotalHostes.
           MOVE 0 TO WS-TotalExempts.
           MOVE 0 TO WS-TotalPernoctacions.
           MOVE 0 TO WS-TotalImport.
           PERFORM EscriureHotel VARYING WS-IndexHotel FROM 1 BY 1
             UNTIL WS-IndexHotel > WS-NumHotelsTaxa.
           PERFORM EscriureTotals.
           ACCEPT Tecla NO BEEP.
           IF NOT SortidaPantalla
             CLOSE FitxerSortida
           END-IF.
           PERFORM Sortir.

        DemanarPeriode.
           DISPLAY "Any (AAAA): " LINE 1 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-AnyCercat LINE 1 POSITION 18 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "Trimestre (1-4): " LINE 1 POSITION 26
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-TrimestreCercat LINE 1 POSITION 44 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           IF WS-AnyCercat > 1900 AND WS-TrimestreCercat > 0 AND
              WS-TrimestreCercat < 5
             MOVE "S" TO WS-PeriodeValid
           ELSE
             DISPLAY "ERROR!!! Periode incorrecte" BEEP LINE 11
               POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             DISPLAY SPACES LINE 11 POSITION 10
           END-IF.

        DemanarSortida.
           MOVE "P" TO TipusSortida.
           DISPLAY "Sortida: (P)antalla (I)mpressora (F)itxer: "
             LINE 3 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TipusSortida LINE 3 POSITION 50 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF SortidaImpressora
             CALL "OBRESPOL.COB" USING WS-TitolSpool
               WS-NomFitxerSortida
             CANCEL "OBRESPOL.COB"
             OPEN OUTPUT FitxerSortida
           END-IF.
           IF SortidaFitxer
             DISPLAY "Nom del fitxer: " LINE 4 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-NomFitxerSortida LINE 4 POSITION 22 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             OPEN OUTPUT FitxerSortida
           END-IF.

        RevisarDetall.
           READ FitxerDetallPreu NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF DetallTaxaTuristica AND CodiHotelDetall NOT EQUAL
                SPACES
               MOVE NumeroReservaDetall TO NumeroReserva
               READ FitxerReserves
               IF EstatFitxerReserves EQUAL "00" AND ReservaFerma
                 PERFORM CalcularTrimestre
                 IF WS-AnyEstada EQUAL WS-AnyCercat AND
                    WS-TrimestreEstada EQUAL WS-TrimestreCercat
                   PERFORM AcumularHotel
                 END-IF
               END-IF
             END-IF
           END-IF.

        CalcularTrimestre.
           MOVE 0 TO WS-AnyEstada.
           MOVE 0 TO WS-TrimestreEstada.
           MOVE 0 TO MesNumeric.
           UNSTRING DiaSortida DELIMITED BY SPACE INTO Dia Mes.
           PERFORM AdivinarMes VARYING Comptador FROM 1 BY 1
             UNTIL Comptador > 12.
           MOVE 0 TO WS-DiaReg.
           MOVE 0 TO WS-MesReg.
           MOVE 0 TO WS-AnyReg.
           UNSTRING DataReserva DELIMITED BY "/" INTO WS-DiaReg
             WS-MesReg WS-AnyReg.
           IF MesNumeric > 0 AND WS-MesReg > 0 AND WS-MesReg < 13
             COMPUTE WS-DiaAnyReserva = DiesAcumulats(WS-MesReg) +
               WS-DiaReg
             COMPUTE WS-DiaAnySortida = DiesAcumulats(MesNumeric) +
               Dia
             MOVE WS-AnyReg TO WS-AnyEstada
             IF WS-DiaAnySortida < WS-DiaAnyReserva
               ADD 1 TO WS-AnyEstada
             END-IF
             COMPUTE WS-TrimestreEstada = (MesNumeric + 2) / 3
           END-IF.

        AdivinarMes.
           IF Comptador < 13
             IF Mesos (Comptador) = Mes
               MOVE Comptador TO MesNumeric
             END-IF
           END-IF.

        AcumularHotel.
           MOVE 0 TO WS-HotelTrobat.
           PERFORM CercarHotelTaxa VARYING WS-IndexHotel FROM 1 BY 1
             UNTIL WS-IndexHotel > WS-NumHotelsTaxa OR
             WS-HotelTrobat > 0.
           IF WS-HotelTrobat EQUAL 0 AND WS-NumHotelsTaxa < 200
             ADD 1 TO WS-NumHotelsTaxa
             MOVE WS-NumHotelsTaxa TO WS-HotelTrobat
             MOVE CodiHotelDetall TO WS-CodiHotelTaxa(WS-HotelTrobat)
             MOVE 0 TO WS-EstadesTaxa(WS-HotelTrobat)
             MOVE 0 TO WS-HostesTaxa(WS-HotelTrobat)
             MOVE 0 TO WS-ExemptsTaxa(WS-HotelTrobat)
             MOVE 0 TO WS-PernoctacionsTaxa(WS-HotelTrobat)
             MOVE 0 TO WS-ImportTaxa(WS-HotelTrobat)
           END-IF.
           IF WS-HotelTrobat > 0
             ADD 1 TO WS-EstadesTaxa(WS-HotelTrobat)
             ADD HostesTaxatsDetall TO WS-HostesTaxa(WS-HotelTrobat)
             ADD HostesExemptsDetall TO WS-ExemptsTaxa(WS-HotelTrobat)
             COMPUTE WS-PernoctacionsTaxa(WS-HotelTrobat) =
               WS-PernoctacionsTaxa(WS-HotelTrobat) +
               (HostesTaxatsDetall * NitsDetall)
             ADD ImportDetall TO WS-ImportTaxa(WS-HotelTrobat)
           END-IF.

        CercarHotelTaxa.
           IF WS-CodiHotelTaxa(WS-IndexHotel) EQUAL CodiHotelDetall
             MOVE WS-IndexHotel TO WS-HotelTrobat
           END-IF.

        EscriureCapcalera.
           DISPLAY "TAXA TURISTICA - TRIMESTRE " LINE 2 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-TrimestreCercat LINE 2 POSITION 32
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "/" LINE 2 POSITION 33
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-AnyCercat LINE 2 POSITION 34
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "HOTEL NOM                  CAT ESTAD HOSTES EXEMPT"
             LINE 4 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "PERNOCT.    IMPORT" LINE 4 POSITION 58
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "TAXA TURISTICA - DECLARACIO TRIMESTRE "
               DELIMITED BY SIZE WS-TrimestreCercat DELIMITED BY SIZE
               "/" DELIMITED BY SIZE WS-AnyCercat DELIMITED BY SIZE
               INTO LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "HOTEL NOM                            CAT "
               DELIMITED BY SIZE "ESTADES HOSTES EXEMPTS PERNOCT. "
               DELIMITED BY SIZE "   IMPORT" DELIMITED BY SIZE
               INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        EscriureHotel.
           MOVE WS-CodiHotelTaxa(WS-IndexHotel) TO CodiHotel.
           READ FitxerHotels.
           IF EstatFitxerHotels EQUAL "00"
             MOVE NomHotel TO WS-NomHotelInforme
             MOVE CategoriaHotel TO WS-CategoriaInforme
           ELSE
             MOVE SPACES TO WS-NomHotelInforme
             MOVE SPACES TO WS-CategoriaInforme
           END-IF.
           MOVE WS-EstadesTaxa(WS-IndexHotel) TO ED-Estades.
           MOVE WS-HostesTaxa(WS-IndexHotel) TO ED-Hostes.
           MOVE WS-ExemptsTaxa(WS-IndexHotel) TO ED-Exempts.
           MOVE WS-PernoctacionsTaxa(WS-IndexHotel) TO
             ED-Pernoctacions.
           MOVE WS-ImportTaxa(WS-IndexHotel) TO ED-Import.
           ADD WS-EstadesTaxa(WS-IndexHotel) TO WS-TotalEstades.
           ADD WS-HostesTaxa(WS-IndexHotel) TO WS-TotalHostes.
           ADD WS-ExemptsTaxa(WS-IndexHotel) TO WS-TotalExempts.
           ADD WS-PernoctacionsTaxa(WS-IndexHotel) TO
             WS-TotalPernoctacions.
           ADD WS-ImportTaxa(WS-IndexHotel) TO WS-TotalImport.
           DISPLAY WS-CodiHotelTaxa(WS-IndexHotel) LINE Fila
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NomHotelInforme(1:20) LINE Fila POSITION 11
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-CategoriaInforme LINE Fila POSITION 32
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Estades LINE Fila POSITION 36
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Hostes LINE Fila POSITION 42
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Exempts LINE Fila POSITION 49
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Pernoctacions LINE Fila POSITION 57
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE Fila POSITION 65
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING WS-CodiHotelTaxa(WS-IndexHotel) DELIMITED BY
               SIZE " " DELIMITED BY SIZE WS-NomHotelInforme
               DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-CategoriaInforme DELIMITED BY SIZE "   " DELIMITED
               BY SIZE ED-Estades DELIMITED BY SIZE " " DELIMITED BY
               SIZE ED-Hostes DELIMITED BY SIZE "  " DELIMITED BY
               SIZE ED-Exempts DELIMITED BY SIZE " " DELIMITED BY
               SIZE ED-Pernoctacions DELIMITED BY SIZE " " DELIMITED
               BY SIZE ED-Import DELIMITED BY SIZE INTO LiniaSortida
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
           MOVE WS-TotalEstades TO ED-Estades.
           MOVE WS-TotalHostes TO ED-Hostes.
           MOVE WS-TotalExempts TO ED-Exempts.
           MOVE WS-TotalPernoctacions TO ED-Pernoctacions.
           MOVE WS-TotalImport TO ED-Import.
           DISPLAY "TOTAL" LINE 21 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Estades LINE 21 POSITION 36
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Hostes LINE 21 POSITION 42
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Exempts LINE 21 POSITION 49
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Pernoctacions LINE 21 POSITION 57
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Import LINE 21 POSITION 65
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "TOTAL A DECLARAR" DELIMITED BY SIZE
               "                         " DELIMITED BY SIZE
               ED-Estades DELIMITED BY SIZE " " DELIMITED BY SIZE
               ED-Hostes DELIMITED BY SIZE "  " DELIMITED BY SIZE
               ED-Exempts DELIMITED BY SIZE " " DELIMITED BY SIZE
               ED-Pernoctacions DELIMITED BY SIZE " " DELIMITED BY
               SIZE ED-Import DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        Sortir.
           CLOSE FitxerDetallPreu.
           CLOSE FitxerReserves.
           CLOSE FitxerHotels.
           EXIT PROGRAM.
