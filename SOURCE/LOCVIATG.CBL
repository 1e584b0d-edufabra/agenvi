       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulLocalitzadorViatgers.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FRESER.CPY.
            COPY S-FCLIEN.CPY.
            COPY S-FCATVI.CPY.
            COPY S-FITINE.CPY.
            COPY S-FEMER.CPY.
            COPY S-FASGU.CPY.
            COPY S-FGUIA.CPY.
            COPY S-FCONTI.CPY.
            COPY S-FHOTEL.CPY.
            COPY S-FLLIST.CPY.
            SELECT FitxerExport ASSIGN TO WS-NomFitxerSortida
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EstatFitxerExport.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-RESER.CPY.
          COPY FD-CLIEN.CPY.
          COPY FD-CATVI.CPY.
          COPY FD-ITINE.CPY.
          COPY FD-EMER.CPY.
          COPY FD-ASGU.CPY.
          COPY FD-FGUIA.CPY.
          COPY FD-CONTI.CPY.
          COPY FD-HOTEL.CPY.
          COPY FD-LLIST.CPY.
         FD FitxerExport
           LABEL RECORD IS STANDARD
           DATA RECORD IS LiniaExport.
         01 LiniaExport                 PIC X(250).

        WORKING-STORAGE SECTION.
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatFitxerClients       PIC XX VALUE "00".
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerItineraris    PIC XX VALUE "00".
         77 EstatFitxerContactesEmerg PIC XX VALUE "00".
         77 EstatFitxerAssignGuies   PIC XX VALUE "00".
         77 EstatFitxerGuies         PIC XX VALUE "00".
         77 EstatFitxerContingents   PIC XX VALUE "00".
         77 EstatFitxerHotels        PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 EstatFitxerExport        PIC XX VALUE "00".
         77 WS-ItinerarisOberts      PIC X VALUE "N".
         77 WS-EmergObert            PIC X VALUE "N".
         77 WS-GuiesObertes          PIC X VALUE "N".
         77 WS-ContingentsOberts     PIC X VALUE "N".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 FiItinerari              PIC X VALUE "N".
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
            VALUE "LOCALITZADOR DE VIATGERS".
         77 WS-DestiCercat           PIC X(20) VALUE SPACES.
         77 WS-LongDesti             PIC 99 VALUE 0.
         77 WS-Coincidencies         PIC 9(3) VALUE 0.
         77 WS-DataDes               PIC X(10) VALUE SPACES.
         77 WS-DataFins              PIC X(10) VALUE SPACES.
         77 WS-DiaAux                PIC 99 VALUE 0.
         77 WS-MesAux                PIC 99 VALUE 0.
         77 WS-AnyAux                PIC 9(4) VALUE 0.
         77 WS-AbsDes                PIC 9(7) VALUE 0.
         77 WS-AbsFins               PIC 9(7) VALUE 0.
         77 WS-AbsSortida            PIC 9(7) VALUE 0.
         77 WS-AbsTornada            PIC 9(7) VALUE 0.
         77 WS-DataValida            PIC X VALUE "N".
         77 Dia                      PIC 99.
         77 Mes                      PIC X(3).
         77 MesNumeric               PIC 99 VALUE 0.
         77 Comptador                PIC 99.
         77 WS-NumViatgesLoc         PIC 9(3) VALUE 0.
         77 WS-IndexViatge           PIC 9(3) VALUE 0.
         77 WS-ViatgeTrobat          PIC 9(3) VALUE 0.
         77 WS-IndexAcomp            PIC 99 VALUE 0.
         77 WS-DniViatger            PIC X(9) VALUE SPACES.
         77 WS-NomViatger            PIC X(30) VALUE SPACES.
         77 WS-MobilViatger          PIC X(15) VALUE SPACES.
         77 WS-NomEmergencia         PIC X(30) VALUE SPACES.
         77 WS-TelEmergencia         PIC X(15) VALUE SPACES.
         77 WS-NomGuiaSortida        PIC X(30) VALUE SPACES.
         77 WS-TelGuiaSortida        PIC X(15) VALUE SPACES.
         77 WS-NomHotelSortida       PIC X(30) VALUE SPACES.
         77 WS-CiutatHotelSortida    PIC X(20) VALUE SPACES.
         77 WS-NumViatgers           PIC 9(5) VALUE 0.
         77 ED-CodiViatge            PIC ZZZZ9.
         01 WS-TaulaViatgesLoc.
           02 WS-ViatgeLoc OCCURS 500 TIMES.
             03 WS-CodiViatgeLoc     PIC 9(5).
             03 WS-DuracioLoc        PIC 9(3).
             03 WS-TitolLoc          PIC X(37).
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.
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
                 FitxerReserves, FitxerClients, CatalegViatges,
                 FitxerItineraris, FitxerContactesEmerg,
                 FitxerAssignGuies, FitxerGuies, FitxerContingents,
                 FitxerHotels.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN INPUT FitxerReserves.
           IF EstatFitxerReserves NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Reserves NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           OPEN INPUT FitxerClients.
           OPEN INPUT CatalegViatges.
           OPEN INPUT FitxerItineraris.
           IF EstatFitxerItineraris EQUAL "00"
             MOVE "S" TO WS-ItinerarisOberts
           END-IF.
           OPEN INPUT FitxerContactesEmerg.
           IF EstatFitxerContactesEmerg EQUAL "00"
             MOVE "S" TO WS-EmergObert
           END-IF.
           OPEN INPUT FitxerAssignGuies.
           OPEN INPUT FitxerGuies.
           IF EstatFitxerAssignGuies EQUAL "00" AND
              EstatFitxerGuies EQUAL "00"
             MOVE "S" TO WS-GuiesObertes
           END-IF.
           OPEN INPUT FitxerContingents.
           OPEN INPUT FitxerHotels.
           IF EstatFitxerContingents EQUAL "00"
             MOVE "S" TO WS-ContingentsOberts
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "Pais, continent o ciutat: " LINE 1 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-DestiCercat LINE 1 POSITION 32 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, PROMPT" NO BEEP.
           MOVE 20 TO WS-LongDesti.
           PERFORM RetrocedirBlanc UNTIL WS-LongDesti = 0 OR
             WS-DestiCercat(WS-LongDesti:1) NOT EQUAL SPACE.
           IF WS-LongDesti EQUAL 0
             PERFORM Sortir
           END-IF.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnySistema DELIMITED BY SIZE INTO WS-DataDes.
           MOVE WS-DataDes TO WS-DataFins.
           MOVE "N" TO WS-DataValida.
           PERFORM DemanarFinestra UNTIL WS-DataValida = "S".
           PERFORM DemanarSortida.
           PERFORM CarregarViatges.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           PERFORM EscriureCapcalera.
           MOVE 6 TO Fila.
           MOVE "NO" TO FiFitxer.
           PERFORM RevisarReserva UNTIL FiFitxer = "SI".
           DISPLAY "Viatgers localitzats: " LINE 21 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-NumViatgers LINE 21 POSITION 28
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF SortidaImpressora
             MOVE SPACES TO LiniaSortida
             STRING "VIATGERS LOCALITZATS: " DELIMITED BY SIZE
               WS-NumViatgers DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           ACCEPT Tecla NO BEEP.
           IF SortidaImpressora CLOSE FitxerSortida END-IF.
           IF SortidaFitxer CLOSE FitxerExport END-IF.
           PERFORM Sortir.

        RetrocedirBlanc.
           SUBTRACT 1 FROM WS-LongDesti.

        DemanarFinestra.
           DISPLAY "Des de (DD/MM/AAAA): " LINE 2 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-DataDes LINE 2 POSITION 27
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-DataDes LINE 2 POSITION 27 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           DISPLAY "Fins a: " LINE 2 POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-DataFins LINE 2 POSITION 49
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-DataFins LINE 2 POSITION 49 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           MOVE "S" TO WS-DataValida.
           UNSTRING WS-DataDes DELIMITED BY "/" INTO WS-DiaAux
             WS-MesAux WS-AnyAux.
           PERFORM ConvertirDataAbsoluta.
           MOVE WS-AbsSortida TO WS-AbsDes.
           UNSTRING WS-DataFins DELIMITED BY "/" INTO WS-DiaAux
             WS-MesAux WS-AnyAux.
           PERFORM ConvertirDataAbsoluta.
           MOVE WS-AbsSortida TO WS-AbsFins.
           IF WS-DataValida EQUAL "S" AND WS-AbsFins < WS-AbsDes
             MOVE "N" TO WS-DataValida
           END-IF.
           IF WS-DataValida NOT EQUAL "S"
             DISPLAY "ERROR!!! Finestra de dates incorrecta" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             DISPLAY SPACES LINE 11 POSITION 10
           END-IF.

        ConvertirDataAbsoluta.
           MOVE 0 TO WS-AbsSortida.
           IF WS-MesAux < 1 OR WS-MesAux > 12 OR WS-DiaAux < 1 OR
              WS-DiaAux > 31
             MOVE "N" TO WS-DataValida
           ELSE
             COMPUTE WS-AbsSortida = WS-AnyAux * 365 +
               DiesAcumulats(WS-MesAux) + WS-DiaAux
           END-IF.

        DemanarSortida.
           MOVE "P" TO TipusSortida.
           DISPLAY "Sortida: (P)antalla (I)mpressora (F)itxer export: "
             LINE 3 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TipusSortida LINE 3 POSITION 57 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF SortidaImpressora
             CALL "OBRESPOL.COB" USING WS-TitolSpool
               WS-NomFitxerSortida
             CANCEL "OBRESPOL.COB"
             OPEN OUTPUT FitxerSortida
           END-IF.
           IF SortidaFitxer
             DISPLAY "Nom del fitxer de sortida: " LINE 24
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-NomFitxerSortida LINE 24 POSITION 35
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             OPEN OUTPUT FitxerExport
           END-IF.

        CarregarViatges.
           MOVE 0 TO WS-NumViatgesLoc.
           MOVE "NO" TO FiFitxer.
           PERFORM RevisarViatge UNTIL FiFitxer = "SI".

        RevisarViatge.
           READ CatalegViatges NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             MOVE 0 TO WS-Coincidencies
             INSPECT Paisos TALLYING WS-Coincidencies FOR ALL
               WS-DestiCercat(1:WS-LongDesti)
             INSPECT Continent TALLYING WS-Coincidencies FOR ALL
               WS-DestiCercat(1:WS-LongDesti)
             IF WS-Coincidencies EQUAL 0 AND
                WS-ItinerarisOberts EQUAL "S"
               PERFORM CercarCiutatItinerari
             END-IF
             IF WS-Coincidencies > 0 AND WS-NumViatgesLoc < 500
               ADD 1 TO WS-NumViatgesLoc
               MOVE CodiViatge TO WS-CodiViatgeLoc(WS-NumViatgesLoc)
               MOVE DuracioViatge TO WS-DuracioLoc(WS-NumViatgesLoc)
               MOVE Titol TO WS-TitolLoc(WS-NumViatgesLoc)
             END-IF
           END-IF.

        CercarCiutatItinerari.
           MOVE CodiViatge TO CodiViatgeItinerari.
           MOVE 0 TO DiaItinerari.
           START FitxerItineraris KEY IS NOT LESS THAN ClauItinerari.
           IF EstatFitxerItineraris EQUAL "00"
             MOVE "N" TO FiItinerari
             PERFORM LlegirItinerari UNTIL FiItinerari = "S"
           END-IF.

        LlegirItinerari.
           READ FitxerItineraris NEXT RECORD, AT END MOVE "S" TO
             FiItinerari.
           IF FiItinerari NOT EQUAL "S"
             IF CodiViatgeItinerari NOT EQUAL CodiViatge
               MOVE "S" TO FiItinerari
             ELSE
               INSPECT CiutatItinerari TALLYING WS-Coincidencies FOR
                 ALL WS-DestiCercat(1:WS-LongDesti)
               IF WS-Coincidencies > 0
                 MOVE "S" TO FiItinerari
               END-IF
             END-IF
           END-IF.

        RevisarReserva.
           READ FitxerReserves NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF ReservaFerma
               MOVE 0 TO WS-ViatgeTrobat
               PERFORM CercarViatgeLoc VARYING WS-IndexViatge FROM 1
                 BY 1 UNTIL WS-IndexViatge > WS-NumViatgesLoc OR
                 WS-ViatgeTrobat > 0
               IF WS-ViatgeTrobat > 0
                 PERFORM CalcularEstada
                 IF WS-AbsSortida > 0 AND WS-AbsSortida <= WS-AbsFins
                    AND WS-AbsTornada >= WS-AbsDes
                   PERFORM ObtenirGuiaHotel
                   MOVE DniReserva TO WS-DniViatger
                   PERFORM EscriureViatger
                   PERFORM EscriureAcompanyant VARYING WS-IndexAcomp
                     FROM 1 BY 1 UNTIL WS-IndexAcomp > 9
                 END-IF
               END-IF
             END-IF
           END-IF.

        CercarViatgeLoc.
           IF WS-CodiViatgeLoc(WS-IndexViatge) EQUAL
              CodiViatgeReservat
             MOVE WS-IndexViatge TO WS-ViatgeTrobat
           END-IF.

        CalcularEstada.
           MOVE 0 TO WS-AbsSortida.
           MOVE 0 TO MesNumeric.
           UNSTRING DiaSortida DELIMITED BY SPACE INTO Dia Mes.
           PERFORM AdivinarMes VARYING Comptador FROM 1 BY 1
             UNTIL Comptador > 12.
           IF MesNumeric > 0
             UNSTRING WS-DataDes DELIMITED BY "/" INTO WS-DiaAux
               WS-MesAux WS-AnyAux
             COMPUTE WS-AbsSortida = WS-AnyAux * 365 +
               DiesAcumulats(MesNumeric) + Dia
             IF WS-AbsSortida + 180 < WS-AbsDes
               ADD 365 TO WS-AbsSortida
             END-IF
             IF WS-AbsSortida > WS-AbsFins + 180
               SUBTRACT 365 FROM WS-AbsSortida
             END-IF
             COMPUTE WS-AbsTornada = WS-AbsSortida +
               WS-DuracioLoc(WS-ViatgeTrobat)
             IF WS-DuracioLoc(WS-ViatgeTrobat) > 0
               SUBTRACT 1 FROM WS-AbsTornada
             END-IF
           END-IF.

        AdivinarMes.
           IF Comptador < 13
             IF Mesos (Comptador) = Mes
               MOVE Comptador TO MesNumeric
             END-IF
           END-IF.

        ObtenirGuiaHotel.
           MOVE SPACES TO WS-NomGuiaSortida.
           MOVE SPACES TO WS-TelGuiaSortida.
           MOVE SPACES TO WS-NomHotelSortida.
           MOVE SPACES TO WS-CiutatHotelSortida.
           IF WS-GuiesObertes EQUAL "S"
             MOVE CodiViatgeReservat TO CodiViatgeGuia
             MOVE DiaSortida TO DataSortidaGuia
             READ FitxerAssignGuies
             IF EstatFitxerAssignGuies EQUAL "00"
               MOVE CodiGuiaAssignat TO CodiGuia
               READ FitxerGuies
               IF EstatFitxerGuies EQUAL "00"
                 MOVE NomGuia TO WS-NomGuiaSortida
                 MOVE TelefonGuia TO WS-TelGuiaSortida
               END-IF
             END-IF
           END-IF.
           IF WS-ContingentsOberts EQUAL "S"
             MOVE CodiViatgeReservat TO CodiViatgeContingent
             MOVE DiaSortida TO DataSortidaContingent
             MOVE SPACES TO CodiHotelContingent
             START FitxerContingents KEY IS NOT LESS THAN
               ClauContingent
             IF EstatFitxerContingents EQUAL "00"
               READ FitxerContingents NEXT RECORD
               IF EstatFitxerContingents EQUAL "00" AND
                  CodiViatgeContingent EQUAL CodiViatgeReservat AND
                  DataSortidaContingent EQUAL DiaSortida
                 MOVE CodiHotelContingent TO CodiHotel
                 READ FitxerHotels
                 IF EstatFitxerHotels EQUAL "00"
                   MOVE NomHotel TO WS-NomHotelSortida
                   MOVE CiutatHotel TO WS-CiutatHotelSortida
                 ELSE
                   MOVE CodiHotelContingent TO WS-NomHotelSortida
                 END-IF
               END-IF
             END-IF
           END-IF.

        EscriureAcompanyant.
           IF DniAcompanyants (WS-IndexAcomp) NOT EQUAL SPACES
             MOVE DniAcompanyants (WS-IndexAcomp) TO WS-DniViatger
             PERFORM EscriureViatger
           END-IF.

        EscriureViatger.
           ADD 1 TO WS-NumViatgers.
           MOVE SPACES TO WS-NomViatger.
           MOVE SPACES TO WS-MobilViatger.
           MOVE WS-DniViatger TO Dni.
           READ FitxerClients.
           IF EstatFitxerClients EQUAL "00"
             STRING CNom1 DELIMITED BY "  " ", " DELIMITED BY SIZE
               Nom DELIMITED BY "  " INTO WS-NomViatger
             MOVE Telefon TO WS-MobilViatger
           END-IF.
           MOVE SPACES TO WS-NomEmergencia.
           MOVE SPACES TO WS-TelEmergencia.
           IF WS-EmergObert EQUAL "S"
             MOVE WS-DniViatger TO DniContacteEmerg
             READ FitxerContactesEmerg
             IF EstatFitxerContactesEmerg EQUAL "00"
               MOVE NomContacteEmerg TO WS-NomEmergencia
               MOVE TelefonContacteEmerg TO WS-TelEmergencia
             END-IF
           END-IF.
           PERFORM MostrarViatger.
           IF SortidaImpressora
             PERFORM ImprimirViatger
           END-IF.
           IF SortidaFitxer
             PERFORM ExportarViatger
           END-IF.

        MostrarViatger.
           DISPLAY WS-DniViatger LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NomViatger(1:22) LINE Fila POSITION 15
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY CodiViatgeReservat LINE Fila POSITION 38
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DiaSortida(1:6) LINE Fila POSITION 44
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-MobilViatger LINE Fila POSITION 51
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NomGuiaSortida(1:12) LINE Fila POSITION 67
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           PERFORM AvancarFila.
           DISPLAY "Emerg:" LINE Fila POSITION 8
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NomEmergencia(1:20) LINE Fila POSITION 15
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-TelEmergencia LINE Fila POSITION 36
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Hotel:" LINE Fila POSITION 52
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NomHotelSortida(1:20) LINE Fila POSITION 59
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           PERFORM AvancarFila.

        AvancarFila.
           ADD 1 TO Fila.
           IF Fila > 19
             ACCEPT Tecla NO BEEP
             MOVE 6 TO Fila
           END-IF.

        ImprimirViatger.
           MOVE SPACES TO LiniaSortida.
           STRING WS-DniViatger DELIMITED BY SIZE " " DELIMITED BY
             SIZE WS-NomViatger DELIMITED BY SIZE " " DELIMITED BY
             SIZE CodiViatgeReservat DELIMITED BY SIZE " " DELIMITED
             BY SIZE WS-TitolLoc(WS-ViatgeTrobat) DELIMITED BY SIZE
             " " DELIMITED BY SIZE DiaSortida DELIMITED BY SIZE " MOB. "
             DELIMITED BY SIZE WS-MobilViatger DELIMITED BY SIZE
             INTO LiniaSortida.
           WRITE LiniaSortida.
           MOVE SPACES TO LiniaSortida.
           STRING "          EMERG. " DELIMITED BY SIZE
             WS-NomEmergencia DELIMITED BY SIZE " " DELIMITED BY SIZE
             WS-TelEmergencia DELIMITED BY SIZE " GUIA " DELIMITED BY
             SIZE WS-NomGuiaSortida DELIMITED BY SIZE " "
             DELIMITED BY SIZE WS-TelGuiaSortida DELIMITED BY SIZE
             INTO LiniaSortida.
           WRITE LiniaSortida.
           MOVE SPACES TO LiniaSortida.
           STRING "          HOTEL " DELIMITED BY SIZE
             WS-NomHotelSortida DELIMITED BY SIZE " " DELIMITED BY
             SIZE WS-CiutatHotelSortida DELIMITED BY SIZE
             INTO LiniaSortida.
           WRITE LiniaSortida.

        ExportarViatger.
           MOVE SPACES TO LiniaExport.
           STRING WS-DniViatger DELIMITED BY SPACE ";" DELIMITED BY
             SIZE WS-NomViatger DELIMITED BY "  " ";" DELIMITED BY
             SIZE CodiViatgeReservat DELIMITED BY SIZE ";" DELIMITED
             BY SIZE WS-TitolLoc(WS-ViatgeTrobat) DELIMITED BY "  "
             ";" DELIMITED BY SIZE DiaSortida DELIMITED BY "  " ";"
             DELIMITED BY SIZE WS-MobilViatger DELIMITED BY "  " ";"
             DELIMITED BY SIZE WS-NomEmergencia DELIMITED BY "  " ";"
             DELIMITED BY SIZE WS-TelEmergencia DELIMITED BY "  " ";"
             DELIMITED BY SIZE WS-NomGuiaSortida DELIMITED BY "  "
             ";" DELIMITED BY SIZE WS-TelGuiaSortida DELIMITED BY "  "
             ";" DELIMITED BY SIZE WS-NomHotelSortida DELIMITED BY
             "  " ";" DELIMITED BY SIZE WS-CiutatHotelSortida
             DELIMITED BY "  " INTO LiniaExport.
           WRITE LiniaExport.

        EscriureCapcalera.
           DISPLAY "VIATGERS A " LINE 2 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-DestiCercat LINE 2 POSITION 16
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-DataDes LINE 2 POSITION 38
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-DataFins LINE 2 POSITION 50
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "DNI       NOM                    VIATGE SORT."
             LINE 4 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "MOBIL           GUIA" LINE 4 POSITION 51
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF SortidaImpressora
             MOVE SPACES TO LiniaSortida
             STRING "LOCALITZADOR DE VIATGERS - " DELIMITED BY SIZE
               WS-DestiCercat DELIMITED BY "  " " DEL " DELIMITED BY
               SIZE WS-DataDes DELIMITED BY SIZE " AL " DELIMITED BY
               SIZE WS-DataFins DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           IF SortidaFitxer
             MOVE SPACES TO LiniaExport
             STRING "DNI;NOM;VIATGE;TITOL;SORTIDA;MOBIL;" DELIMITED
               BY SIZE "CONTACTE EMERGENCIA;TELEFON EMERGENCIA;"
               DELIMITED BY SIZE "GUIA;TELEFON GUIA;HOTEL;CIUTAT"
               DELIMITED BY SIZE INTO LiniaExport
             WRITE LiniaExport
           END-IF.

        Sortir.
           CLOSE FitxerReserves.
           CLOSE FitxerClients.
           CLOSE CatalegViatges.
           IF WS-ItinerarisOberts EQUAL "S"
             CLOSE FitxerItineraris
           END-IF.
           IF WS-EmergObert EQUAL "S"
             CLOSE FitxerContactesEmerg
           END-IF.
           CLOSE FitxerAssignGuies.
           CLOSE FitxerGuies.
           CLOSE FitxerContingents.
           CLOSE FitxerHotels.
           EXIT PROGRAM.
