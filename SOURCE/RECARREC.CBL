       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulRecarrecSortides.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FRESER.CPY.
            COPY S-FCATVI.CPY.
            COPY S-FNOTIF.CPY.
            COPY S-FNUMNO.CPY.
            COPY S-FDIARI.CPY.
            COPY S-FAUDDA.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-RESER.CPY.
          COPY FD-CATVI.CPY.
          COPY FD-NOTIF.CPY.
          COPY FD-NUMNO.CPY.
          COPY FD-DIARI.CPY.
          COPY FD-AUDDA.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerNotificacions PIC XX VALUE "00".
         77 EstatFitxerNumNotificacions PIC XX VALUE "00".
         77 EstatFitxerDiari         PIC XX VALUE "00".
         77 EstatFitxerAuditoriaDades PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 6.
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 Segur                    PIC X VALUE "N".
         COPY SESSIO-W.CPY.
         77 WS-NomFitxerSortida      PIC X(40) VALUE SPACES.
         77 TipusSortida             PIC X VALUE "P".
           88 SortidaPantalla        VALUE "P".
           88 SortidaImpressora      VALUE "I".
           88 SortidaFitxer          VALUE "F".
         77 WS-TitolSpool           PIC X(30)
            VALUE "RECARREC SOBRE RESERVES".
         77 WS-ClauParam             PIC X(12) VALUE "DIESRECARREC".
         77 WS-ValorParam            PIC X(40) VALUE SPACES.
         77 WS-ResultatParam         PIC XX VALUE "NO".
         77 WS-DiesLimit             PIC 9(3) VALUE 20.
         77 WS-CodiViatgeCercat      PIC 9(5) VALUE 0.
         77 WS-TipusRecarrec         PIC X VALUE SPACE.
           88 RecarrecCombustible    VALUE "C".
           88 RecarrecDivisa         VALUE "D".
         77 WS-ImportPersona         PIC 9(5) VALUE 0.
         77 WS-DataEntrada           PIC X(10) VALUE SPACES.
         77 WS-FiEntrada             PIC X VALUE "N".
         77 WS-NumSortides           PIC 99 VALUE 0.
         77 WS-NumAcceptades         PIC 99 VALUE 0.
         77 WS-IndexSortida          PIC 99 VALUE 0.
         01 WS-TaulaSortides.
           02 WS-Sortida OCCURS 10 TIMES.
             03 WS-DataSortidaRec    PIC X(10).
             03 WS-DiesSortidaRec    PIC S9(5).
             03 WS-EstatSortidaRec   PIC X.
             03 WS-ReservesSortida   PIC 9(5).
             03 WS-PlacesSortida     PIC 9(5).
             03 WS-ImportSortida     PIC 9(9).
             03 WS-RepetidesSortida  PIC 9(5).
             03 WS-FacturadesSortida PIC 9(5).
         77 WS-DescripcioRecarrec    PIC X(30) VALUE SPACES.
         77 WS-ImportRecarrec        PIC 9(7) VALUE 0.
         77 WS-PreuAntic             PIC 9(7) VALUE 0.
         77 WS-OperacioDetall        PIC X VALUE SPACE.
         77 WS-FacturaRect           PIC 9(7) VALUE 0.
         77 WS-ReservaRect           PIC 9(7) VALUE 0.
         77 WS-ImportAnteriorRect    PIC 9(7) VALUE 0.
         77 WS-ImportNouRect         PIC 9(7) VALUE 0.
         77 WS-TipusRect             PIC X VALUE SPACE.
         77 WS-ResultatRect          PIC XX VALUE SPACES.
         77 WS-TipusTotals           PIC X VALUE SPACE.
         77 WS-PlacesTotals          PIC S9(4) VALUE 0.
         77 WS-ImportTotals          PIC S9(9) VALUE 0.
         77 WS-TotalReserves         PIC 9(5) VALUE 0.
         77 WS-TotalImport           PIC 9(9) VALUE 0.
         77 WS-DiaAnyAvui            PIC 9(3).
         77 WS-DiaAnySortida         PIC 9(3).
         77 WS-DiesFins              PIC S9(5).
         77 Dia                      PIC 99.
         77 Mes                      PIC X(3).
         77 MesNumeric               PIC 99 VALUE 0.
         77 Comptador                PIC 99.
         77 ED-Dies                  PIC ---9.
         77 ED-Import                PIC Z(6)9.
         77 ED-ImportTotal           PIC Z(8)9.
         77 ED-Reserves              PIC ZZZZ9.
         77 ED-Places                PIC ZZZZ9.
         COPY PREUCALC.CPY.
         COPY DETPREU-W.CPY.
         01 WS-ImatgeAbans           PIC X(527).
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.
         01 WS-HoraSistema           PIC 9(8).
         01 WS-HoraSistemaR REDEFINES WS-HoraSistema.
           02 WS-HoresSistema        PIC 99.
           02 WS-MinutsSistema       PIC 99.
           02 WS-SegonsSistema       PIC 99.
           02 WS-Centesimes          PIC 99.
         77 WS-DataAvui              PIC X(10) VALUE SPACES.
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
                 FitxerReserves, CatalegViatges.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           IF WS-RolSessioConsulta
             DISPLAY "ERROR!!! NO te permisos per aplicar recarrecs"
               BEEP LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           OPEN I-O FitxerReserves.
           IF EstatFitxerReserves NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Reserves NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           OPEN INPUT CatalegViatges.
           CALL "LLEGPARA.COB" USING WS-ClauParam WS-ValorParam
             WS-ResultatParam.
           CANCEL "LLEGPARA.COB".
           IF WS-ResultatParam EQUAL "OK" AND
              WS-ValorParam(1:3) NUMERIC
             MOVE WS-ValorParam(1:3) TO WS-DiesLimit
           END-IF.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnySistema DELIMITED BY SIZE INTO WS-DataAvui.
           COMPUTE WS-DiaAnyAvui = DiesAcumulats(WS-MesSistema) +
             WS-DiaSistema.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "Codi del Viatge: " LINE 1 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-CodiViatgeCercat LINE 1 POSITION 23 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, PROMPT" NO BEEP.
           MOVE WS-CodiViatgeCercat TO CodiViatge.
           READ CatalegViatges.
           IF EstatCatalegViatges NOT EQUAL "00"
             DISPLAY "ERROR!!! Viatge NO existeix" BEEP LINE 2
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           DISPLAY Titol LINE 1 POSITION 33
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Recarrec (C)ombustible (D)ivisa: " LINE 2
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-TipusRecarrec LINE 2 POSITION 39 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF NOT RecarrecCombustible AND NOT RecarrecDivisa
             DISPLAY "ERROR!!! Tipus de recarrec incorrecte" BEEP
               LINE 3 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           DISPLAY "Import per persona: " LINE 3 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-ImportPersona LINE 3 POSITION 26 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           IF WS-ImportPersona EQUAL 0
             PERFORM Sortir
           END-IF.
           MOVE SPACES TO WS-DescripcioRecarrec.
           IF RecarrecCombustible
             STRING "RECARREC COMBUST. " DELIMITED BY SIZE
               WS-DataAvui DELIMITED BY SIZE INTO
               WS-DescripcioRecarrec
           ELSE
             STRING "RECARREC DIVISA " DELIMITED BY SIZE
               WS-DataAvui DELIMITED BY SIZE INTO
               WS-DescripcioRecarrec
           END-IF.
           DISPLAY "Sortides (DD MES, en blanc = fi). Minim de dies: "
             LINE 4 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-DiesLimit LINE 4 POSITION 55
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE 0 TO WS-NumSortides.
           MOVE 0 TO WS-NumAcceptades.
           MOVE "N" TO WS-FiEntrada.
           PERFORM DemanarSortidaViatge UNTIL WS-FiEntrada = "S".
           IF WS-NumAcceptades EQUAL 0
             DISPLAY "Cap sortida admet el recarrec" BEEP LINE 16
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           DISPLAY "Aplicar el recarrec a les sortides acceptades"
             LINE 16 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "(S/N)? " LINE 16 POSITION 52
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE "N" TO Segur.
           ACCEPT Segur LINE 16 POSITION 60 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF Segur NOT EQUAL "S"
             PERFORM Sortir
           END-IF.
           PERFORM DemanarSortida.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "RECARREC VIATGE " LINE 2 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-CodiViatgeCercat LINE 2 POSITION 21
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY Titol LINE 2 POSITION 28
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "RESERVA DNI       SORTIDA PLACES RECARREC"
             LINE 4 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "RECARREC VIATGE " DELIMITED BY SIZE
               WS-CodiViatgeCercat DELIMITED BY SIZE " " DELIMITED
               BY SIZE Titol DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-DescripcioRecarrec DELIMITED BY SIZE INTO
               LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE 6 TO Fila.
           PERFORM AplicarSortida VARYING WS-IndexSortida FROM 1 BY 1
             UNTIL WS-IndexSortida > WS-NumSortides.
           ACCEPT Tecla NO BEEP.
           PERFORM MostrarResum.
           ACCEPT Tecla NO BEEP.
           IF NOT SortidaPantalla CLOSE FitxerSortida END-IF.
           PERFORM Sortir.

        DemanarSortidaViatge.
           COMPUTE Fila = WS-NumSortides + 5.
           MOVE SPACES TO WS-DataEntrada.
           ACCEPT WS-DataEntrada LINE Fila POSITION 7 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF WS-DataEntrada EQUAL SPACES
             MOVE "S" TO WS-FiEntrada
           ELSE
             ADD 1 TO WS-NumSortides
             MOVE WS-DataEntrada TO WS-DataSortidaRec(WS-NumSortides)
             MOVE 0 TO WS-ReservesSortida(WS-NumSortides)
             MOVE 0 TO WS-PlacesSortida(WS-NumSortides)
             MOVE 0 TO WS-ImportSortida(WS-NumSortides)
             MOVE 0 TO WS-RepetidesSortida(WS-NumSortides)
             MOVE 0 TO WS-FacturadesSortida(WS-NumSortides)
             MOVE WS-DataEntrada TO DiaSortida
             PERFORM CalcularDiesFins
             MOVE WS-DiesFins TO WS-DiesSortidaRec(WS-NumSortides)
             MOVE WS-DiesFins TO ED-Dies
             IF MesNumeric EQUAL 0
               MOVE "E" TO WS-EstatSortidaRec(WS-NumSortides)
               DISPLAY "DATA INCORRECTA" LINE Fila POSITION 20
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ELSE
               IF WS-DiesFins < WS-DiesLimit
                 MOVE "R" TO WS-EstatSortidaRec(WS-NumSortides)
                 DISPLAY "REFUSADA, falten" LINE Fila POSITION 20
                   CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               ELSE
                 MOVE "A" TO WS-EstatSortidaRec(WS-NumSortides)
                 ADD 1 TO WS-NumAcceptades
                 DISPLAY "ACCEPTADA, falten" LINE Fila POSITION 20
                   CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               END-IF
               DISPLAY ED-Dies LINE Fila POSITION 38
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY "dies" LINE Fila POSITION 43
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             END-IF
             IF WS-NumSortides NOT LESS THAN 10
               MOVE "S" TO WS-FiEntrada
             END-IF
           END-IF.

        CalcularDiesFins.
           MOVE -1 TO WS-DiesFins.
           MOVE 0 TO MesNumeric.
           UNSTRING DiaSortida DELIMITED BY SPACE INTO Dia Mes.
           PERFORM AdivinarMes VARYING Comptador FROM 1 BY 1
             UNTIL Comptador > 12.
           IF MesNumeric > 0
             COMPUTE WS-DiaAnySortida =
               DiesAcumulats(MesNumeric) + Dia
             COMPUTE WS-DiesFins = WS-DiaAnySortida - WS-DiaAnyAvui
             IF WS-DiesFins < -180
               ADD 365 TO WS-DiesFins
             END-IF
           END-IF.

        AdivinarMes.
           IF Comptador < 13
             IF Mesos (Comptador) = Mes
               MOVE Comptador TO MesNumeric
             END-IF
           END-IF.

        DemanarSortida.
           MOVE "P" TO TipusSortida.
           DISPLAY "Sortida informe: (P)antalla (I)mpres. (F)itxer: "
             LINE 17 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TipusSortida LINE 17 POSITION 54 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF SortidaImpressora
             CALL "OBRESPOL.COB" USING WS-TitolSpool
               WS-NomFitxerSortida
             CANCEL "OBRESPOL.COB"
             OPEN OUTPUT FitxerSortida
           END-IF.
           IF SortidaFitxer
             DISPLAY "Nom del fitxer: " LINE 18 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-NomFitxerSortida LINE 18 POSITION 22 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             OPEN OUTPUT FitxerSortida
           END-IF.

        AplicarSortida.
           IF WS-EstatSortidaRec(WS-IndexSortida) EQUAL "A"
             PERFORM PosicionarSortida
             PERFORM AplicarReserva UNTIL FiFitxer = "SI"
           END-IF.

        PosicionarSortida.
           MOVE "NO" TO FiFitxer.
           MOVE WS-CodiViatgeCercat TO CodiViatgeReservat.
           MOVE LOW-VALUES TO DiaSortida.
           MOVE WS-DataSortidaRec(WS-IndexSortida)(1:6) TO
             DiaSortida(1:6).
           START FitxerReserves KEY IS NOT LESS THAN ClauSortida.
           IF EstatFitxerReserves NOT EQUAL "00"
             MOVE "SI" TO FiFitxer
           END-IF.

        ComprovarFiSortida.
           IF FiFitxer NOT EQUAL "SI"
             IF CodiViatgeReservat NOT EQUAL WS-CodiViatgeCercat
               MOVE "SI" TO FiFitxer
             END-IF
             IF DiaSortida(1:6) NOT EQUAL
                WS-DataSortidaRec(WS-IndexSortida)(1:6)
               MOVE "SI" TO FiFitxer
             END-IF
           END-IF.

        AplicarReserva.
           READ FitxerReserves NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           PERFORM ComprovarFiSortida.
           IF FiFitxer NOT EQUAL "SI"
             COMPUTE WS-ImportRecarrec = WS-ImportPersona *
               PlacesReservades
             MOVE "R" TO WS-OperacioDetall
             MOVE WS-DescripcioRecarrec TO DP-DescripcioLinia(1)
             MOVE WS-ImportRecarrec TO DP-ImportLinia(1)
             CALL "DETPREU.COB" USING WS-OperacioDetall NumeroReserva
               PeticioCalculPreu DetallPreuReserva
             CANCEL "DETPREU.COB"
             IF DP-ResultatDetall EQUAL "OK"
               PERFORM GravarRecarrec
             ELSE
               ADD 1 TO WS-RepetidesSortida(WS-IndexSortida)
               PERFORM MostrarReserva
             END-IF
           END-IF.

        GravarRecarrec.
           MOVE Reserva TO WS-ImatgeAbans.
           MOVE PreuTotalReserva TO WS-PreuAntic.
           ADD WS-ImportRecarrec TO PreuTotalReserva.
           REWRITE Reserva.
           ADD 1 TO WS-ReservesSortida(WS-IndexSortida).
           ADD PlacesReservades TO WS-PlacesSortida(WS-IndexSortida).
           ADD WS-ImportRecarrec TO WS-ImportSortida(WS-IndexSortida).
           IF NumeroFacturaReserva NOT EQUAL 0
             ADD 1 TO WS-FacturadesSortida(WS-IndexSortida)
             PERFORM EmetreRectificativa
           END-IF.
           MOVE "RESERVES" TO DI-Fitxer.
           MOVE "RW" TO DI-Operacio.
           MOVE WS-ImatgeAbans TO DI-ImatgeAbans.
           MOVE Reserva TO DI-ImatgeDespres.
           PERFORM RegistrarDiari.
           MOVE "RESERVES" TO AD-Fitxer.
           MOVE SPACES TO AD-Clau.
           MOVE NumeroReserva TO AD-Clau.
           MOVE SPACES TO AD-ValorsAbans.
           STRING "PREU=" DELIMITED BY SIZE WS-PreuAntic DELIMITED BY
             SIZE INTO AD-ValorsAbans.
           MOVE SPACES TO AD-ValorsDespres.
           STRING "PREU=" DELIMITED BY SIZE PreuTotalReserva
             DELIMITED BY SIZE " " DELIMITED BY SIZE
             WS-DescripcioRecarrec DELIMITED BY "  " "="
             DELIMITED BY SIZE WS-ImportRecarrec DELIMITED BY SIZE
             INTO AD-ValorsDespres.
           PERFORM RegistrarAuditoriaDades.
           MOVE "M" TO WS-TipusTotals.
           MOVE 0 TO WS-PlacesTotals.
           MOVE WS-ImportRecarrec TO WS-ImportTotals.
           CALL "ACTTOTAL.COB" USING WS-TipusTotals WS-PlacesTotals
             WS-ImportTotals.
           CANCEL "ACTTOTAL.COB".
           PERFORM RegistrarNotificacio.
           PERFORM MostrarReserva.

        EmetreRectificativa.
           MOVE NumeroFacturaReserva TO WS-FacturaRect.
           MOVE NumeroReserva TO WS-ReservaRect.
           MOVE WS-PreuAntic TO WS-ImportAnteriorRect.
           MOVE PreuTotalReserva TO WS-ImportNouRect.
           MOVE "M" TO WS-TipusRect.
           MOVE "BT" TO WS-ResultatRect.
           CALL "FACRECTI.COB" USING WS-FacturaRect WS-ReservaRect
             WS-ImportAnteriorRect WS-ImportNouRect WS-TipusRect
             WS-ResultatRect.
           CANCEL "FACRECTI.COB".

        MostrarReserva.
           MOVE WS-ImportRecarrec TO ED-Import.
           DISPLAY NumeroReserva LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DniReserva LINE Fila POSITION 13
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DiaSortida(1:6) LINE Fila POSITION 23
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY PlacesReservades LINE Fila POSITION 32
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF DP-ResultatDetall EQUAL "OK"
             DISPLAY ED-Import LINE Fila POSITION 38
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             IF NumeroFacturaReserva NOT EQUAL 0
               DISPLAY "FACTURADA" LINE Fila POSITION 47
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             END-IF
           ELSE
             DISPLAY "JA APLICAT" LINE Fila POSITION 38
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             IF DP-ResultatDetall EQUAL "OK"
               STRING NumeroReserva DELIMITED BY SIZE " " DELIMITED
                 BY SIZE DniReserva DELIMITED BY SIZE " " DELIMITED
                 BY SIZE DiaSortida DELIMITED BY SIZE " PLACES "
                 DELIMITED BY SIZE PlacesReservades DELIMITED BY SIZE
                 " RECARREC " DELIMITED BY SIZE ED-Import DELIMITED
                 BY SIZE " PREU " DELIMITED BY SIZE PreuTotalReserva
                 DELIMITED BY SIZE INTO LiniaSortida
             ELSE
               STRING NumeroReserva DELIMITED BY SIZE " " DELIMITED
                 BY SIZE DniReserva DELIMITED BY SIZE " " DELIMITED
                 BY SIZE DiaSortida DELIMITED BY SIZE " JA APLICAT"
                 DELIMITED BY SIZE INTO LiniaSortida
             END-IF
             IF DP-ResultatDetall EQUAL "OK" AND
                NumeroFacturaReserva NOT EQUAL 0
               MOVE "FACTURADA" TO LiniaSortida(100:9)
             END-IF
             WRITE LiniaSortida
           END-IF.
           ADD 1 TO Fila.
           IF Fila > 19
             ACCEPT Tecla NO BEEP
             MOVE 6 TO Fila
           END-IF.

        MostrarResum.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "RESUM PER SORTIDA" LINE 2 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "SORTIDA ESTAT     RESERVES PLACES    IMPORT"
             LINE 4 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "JA APL. FACT." LINE 4 POSITION 50
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             WRITE LiniaSortida
             MOVE "RESUM PER SORTIDA" TO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE 0 TO WS-TotalReserves.
           MOVE 0 TO WS-TotalImport.
           MOVE 6 TO Fila.
           PERFORM MostrarResumSortida VARYING WS-IndexSortida FROM 1
             BY 1 UNTIL WS-IndexSortida > WS-NumSortides.
           MOVE WS-TotalReserves TO ED-Reserves.
           MOVE WS-TotalImport TO ED-ImportTotal.
           DISPLAY "Reserves amb recarrec: " LINE 21 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Reserves LINE 21 POSITION 29
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Import total: " LINE 21 POSITION 40
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-ImportTotal LINE 21 POSITION 55
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "RESERVES AMB RECARREC: " DELIMITED BY SIZE
               ED-Reserves DELIMITED BY SIZE " IMPORT TOTAL: "
               DELIMITED BY SIZE ED-ImportTotal DELIMITED BY SIZE
               INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        MostrarResumSortida.
           MOVE SPACES TO LiniaSortida.
           MOVE WS-DataSortidaRec(WS-IndexSortida) TO
             LiniaSortida(1:10).
           EVALUATE WS-EstatSortidaRec(WS-IndexSortida)
             WHEN "A"
               MOVE "APLICADA" TO LiniaSortida(13:10)
             WHEN "R"
               MOVE "REFUSADA" TO LiniaSortida(13:10)
             WHEN OTHER
               MOVE "DATA ERR." TO LiniaSortida(13:10)
           END-EVALUATE.
           MOVE WS-ReservesSortida(WS-IndexSortida) TO ED-Reserves.
           MOVE ED-Reserves TO LiniaSortida(24:5).
           MOVE WS-PlacesSortida(WS-IndexSortida) TO ED-Places.
           MOVE ED-Places TO LiniaSortida(30:5).
           MOVE WS-ImportSortida(WS-IndexSortida) TO ED-ImportTotal.
           MOVE ED-ImportTotal TO LiniaSortida(36:9).
           MOVE WS-RepetidesSortida(WS-IndexSortida) TO ED-Reserves.
           MOVE ED-Reserves TO LiniaSortida(47:5).
           MOVE WS-FacturadesSortida(WS-IndexSortida) TO ED-Reserves.
           MOVE ED-Reserves TO LiniaSortida(53:5).
           IF WS-EstatSortidaRec(WS-IndexSortida) EQUAL "R"
             MOVE WS-DiesSortidaRec(WS-IndexSortida) TO ED-Dies
             STRING "FALTEN " DELIMITED BY SIZE ED-Dies DELIMITED
               BY SIZE " DIES" DELIMITED BY SIZE INTO
               LiniaSortida(24:20)
           END-IF.
           DISPLAY LiniaSortida(1:60) LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             WRITE LiniaSortida
           END-IF.
           ADD WS-ReservesSortida(WS-IndexSortida) TO WS-TotalReserves.
           ADD WS-ImportSortida(WS-IndexSortida) TO WS-TotalImport.
           ADD 1 TO Fila.

        RegistrarNotificacio.
           OPEN I-O FitxerNotificacions.
           IF EstatFitxerNotificacions NOT EQUAL "00"
             OPEN OUTPUT FitxerNotificacions
             CLOSE FitxerNotificacions
             OPEN I-O FitxerNotificacions
           END-IF.
           MOVE DniReserva TO DniNotificat.
           MOVE CodiViatgeReservat TO CodiViatgeNotificat.
           MOVE "RECA" TO TipusNotificacio.
           MOVE WS-DataAvui TO DataGeneracio.
           MOVE "P" TO EstatNotificacio.
           PERFORM ObtenirNumeroNotificacio.
           WRITE RegistreNotificacio INVALID KEY
             REWRITE RegistreNotificacio
           END-WRITE.
           CLOSE FitxerNotificacions.

        ObtenirNumeroNotificacio.
           OPEN I-O FitxerNumNotificacions.
           IF EstatFitxerNumNotificacions NOT EQUAL "00"
             OPEN OUTPUT FitxerNumNotificacions
             CLOSE FitxerNumNotificacions
             OPEN I-O FitxerNumNotificacions
           END-IF.
           MOVE "NUMNOTI " TO ClauNumNotificacions.
           READ FitxerNumNotificacions
             INVALID KEY MOVE 0 TO UltimNumeroNotificacio
           END-READ.
           ADD 1 TO UltimNumeroNotificacio.
           IF EstatFitxerNumNotificacions EQUAL "00"
             REWRITE RegistreNumNotificacions
           ELSE
             WRITE RegistreNumNotificacions
           END-IF.
           MOVE UltimNumeroNotificacio TO NumeroNotificacio.
           CLOSE FitxerNumNotificacions.

        RegistrarDiari.
           OPEN EXTEND FitxerDiari.
           IF EstatFitxerDiari NOT EQUAL "00"
             OPEN OUTPUT FitxerDiari
             CLOSE FitxerDiari
             OPEN EXTEND FitxerDiari
           END-IF.
           ACCEPT WS-DataSistema FROM DATE YYYYMMDD.
           ACCEPT WS-HoraSistema FROM TIME.
           MOVE SPACES TO DI-Data.
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnySistema DELIMITED BY SIZE INTO DI-Data.
           MOVE SPACES TO DI-Hora.
           STRING WS-HoresSistema DELIMITED BY SIZE ":" DELIMITED BY
             SIZE WS-MinutsSistema DELIMITED BY SIZE ":" DELIMITED
             BY SIZE WS-SegonsSistema DELIMITED BY SIZE INTO DI-Hora.
           MOVE WS-NomUsuariSessio TO DI-Usuari.
           WRITE LiniaDiari.
           CLOSE FitxerDiari.

        RegistrarAuditoriaDades.
           OPEN EXTEND FitxerAuditoriaDades.
           IF EstatFitxerAuditoriaDades NOT EQUAL "00"
             OPEN OUTPUT FitxerAuditoriaDades
             CLOSE FitxerAuditoriaDades
             OPEN EXTEND FitxerAuditoriaDades
           END-IF.
           ACCEPT WS-DataSistema FROM DATE YYYYMMDD.
           ACCEPT WS-HoraSistema FROM TIME.
           MOVE SPACES TO AD-Data.
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnySistema DELIMITED BY SIZE INTO AD-Data.
           MOVE SPACES TO AD-Hora.
           STRING WS-HoresSistema DELIMITED BY SIZE ":" DELIMITED BY
             SIZE WS-MinutsSistema DELIMITED BY SIZE ":" DELIMITED
             BY SIZE WS-SegonsSistema DELIMITED BY SIZE INTO AD-Hora.
           MOVE WS-NomUsuariSessio TO AD-NomUsuari.
           WRITE LiniaAuditoriaDades.
           CLOSE FitxerAuditoriaDades.

        Sortir.
           CLOSE FitxerReserves.
           CLOSE CatalegViatges.
           EXIT PROGRAM.
