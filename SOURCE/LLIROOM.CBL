       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulRoomingList.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FRESER.CPY.
            COPY S-FCLIEN.CPY.
            COPY S-FCATVI.CPY.
            COPY S-FHOTEL.CPY.
            COPY S-FCONTI.CPY.
            COPY S-FASSEI.CPY.
            COPY S-FNECE.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-RESER.CPY.
          COPY FD-CLIEN.CPY.
          COPY FD-CATVI.CPY.
          COPY FD-HOTEL.CPY.
          COPY FD-CONTI.CPY.
          COPY FD-ASSEI.CPY.
          COPY FD-NECE.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatFitxerClients       PIC XX VALUE "00".
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerHotels        PIC XX VALUE "00".
         77 EstatFitxerContingents   PIC XX VALUE "00".
         77 EstatFitxerAssignacions  PIC XX VALUE "00".
         77 EstatFitxerNecessitats   PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 WS-AssigObertes          PIC X VALUE "N".
         77 WS-NecesObert            PIC X VALUE "N".
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
            VALUE "ROOMING LIST".
         77 ED-CodiViatge            PIC ZZZZ9.
         77 WS-DataRooming           PIC X(10) VALUE SPACES.
         77 WS-HotelRooming          PIC X(5) VALUE SPACES.
         77 WS-DataEntrada           PIC X(10) VALUE SPACES.
         77 WS-DataSortidaHotel      PIC X(10) VALUE SPACES.
         77 WS-DataLimitRelease      PIC X(10) VALUE SPACES.
         77 WS-DiaText               PIC 99 VALUE 0.
         77 WS-MesText               PIC X(3) VALUE SPACES.
         77 WS-MesNum                PIC 99 VALUE 0.
         77 WS-IndexMes              PIC 99 VALUE 0.
         77 WS-MesEntrada            PIC 99 VALUE 0.
         77 WS-DiaAny                PIC S9(4) VALUE 0.
         77 WS-DiaAnyEntrada         PIC S9(4) VALUE 0.
         77 WS-Nits                  PIC 9(3) VALUE 0.
         77 WS-AnySortida            PIC 9(4) VALUE 0.
         77 WS-DiaNaix               PIC 99.
         77 WS-MesNaix               PIC 99.
         77 WS-AnyNaix               PIC 9(4).
         77 WS-EdatPassatger         PIC S9(3) VALUE 0.
         77 WS-DniPassatger          PIC X(9) VALUE SPACES.
         77 WS-NomPassatger          PIC X(40) VALUE SPACES.
         77 WS-IndexAcomp            PIC 99 VALUE 0.
         77 WS-NumPassatgers         PIC 9(3) VALUE 0.
         77 WS-Index                 PIC 9(3) VALUE 0.
         77 WS-Index2                PIC 9(3) VALUE 0.
         77 WS-NumOcupants           PIC 99 VALUE 0.
         77 WS-NumHabitacions        PIC 9(3) VALUE 0.
         77 WS-TipusHab              PIC X(3) VALUE SPACES.
         77 WS-HabVisible            PIC X(9) VALUE SPACES.
         77 WS-OperacioHab           PIC X VALUE "R".
         77 WS-HotelHab              PIC X(5) VALUE SPACES.
         77 WS-TipusHabReservat      PIC X(3) VALUE SPACES.
         77 WS-NumHabReservat        PIC 9(2) VALUE 0.
         77 WS-LliuresHab            PIC 9(3) VALUE 0.
         77 WS-ResultatHab           PIC XX VALUE "NO".
         77 ED-Edat                  PIC ZZ9.
         77 ED-Release               PIC ZZ9.
         01 WS-TaulaRooming.
           02 WS-RoomEntry OCCURS 200 TIMES.
             03 WS-RoomClau          PIC X(9).
             03 WS-RoomReserva       PIC 9(7).
             03 WS-RoomDni           PIC X(9).
             03 WS-RoomNom           PIC X(40).
             03 WS-RoomEdat          PIC S9(3).
             03 WS-RoomNecTipus      PIC X(4).
             03 WS-RoomNecText       PIC X(50).
             03 WS-RoomFet           PIC X.
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
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerReserves, FitxerClients, CatalegViatges.
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
           OPEN INPUT FitxerHotels.
           OPEN INPUT FitxerContingents.
           OPEN INPUT FitxerAssignacions.
           IF EstatFitxerAssignacions EQUAL "00"
             MOVE "S" TO WS-AssigObertes
           END-IF.
           OPEN INPUT FitxerNecessitats.
           IF EstatFitxerNecessitats EQUAL "00"
             MOVE "S" TO WS-NecesObert
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "Codi del Viatge: " LINE 1 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT ED-CodiViatge LINE 1 POSITION 23 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, PROMPT" NO BEEP.
           MOVE ED-CodiViatge TO CodiViatge.
           READ CatalegViatges.
           IF EstatCatalegViatges NOT EQUAL "00"
             DISPLAY "ERROR!!! Viatge NO existeix" BEEP LINE 11
               POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           DISPLAY "Sortida (DD MES): " LINE 1 POSITION 32
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-DataRooming LINE 1 POSITION 51 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           DISPLAY "Codi Hotel: " LINE 2 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-HotelRooming LINE 2 POSITION 18 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           MOVE CodiViatge TO CodiViatgeContingent.
           MOVE WS-DataRooming TO DataSortidaContingent.
           MOVE WS-HotelRooming TO CodiHotelContingent.
           READ FitxerContingents.
           IF EstatFitxerContingents NOT EQUAL "00"
             DISPLAY "ERROR!!! No hi ha contingent per aquest hotel"
               BEEP LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           MOVE WS-HotelRooming TO CodiHotel.
           READ FitxerHotels.
           IF EstatFitxerHotels NOT EQUAL "00"
             MOVE SPACES TO NomHotel
             MOVE SPACES TO CiutatHotel
           END-IF.
           PERFORM CalcularDates.
           PERFORM DemanarSortida.
           PERFORM CarregarPassatgers.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           PERFORM EscriureCapcalera.
           MOVE 6 TO Fila.
           MOVE 0 TO WS-NumHabitacions.
           PERFORM EscriureHabitacio VARYING WS-Index FROM 1 BY 1
             UNTIL WS-Index > WS-NumPassatgers.
           DISPLAY "Habitacions: " LINE 21 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-NumHabitacions LINE 21 POSITION 18
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Passatgers: " LINE 21 POSITION 25
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-NumPassatgers LINE 21 POSITION 37
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF SortidaImpressora
             MOVE SPACES TO LiniaSortida
             STRING "HABITACIONS: " DELIMITED BY SIZE
               WS-NumHabitacions DELIMITED BY SIZE
               "  PASSATGERS: " DELIMITED BY SIZE WS-NumPassatgers
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           ACCEPT Tecla NO BEEP.
           IF NOT SortidaPantalla CLOSE FitxerSortida END-IF.
           PERFORM Sortir.

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
             OPEN OUTPUT FitxerSortida
           END-IF.

        CalcularDates.
           MOVE 0 TO WS-DiaText.
           MOVE SPACES TO WS-MesText.
           UNSTRING WS-DataRooming DELIMITED BY SPACE INTO WS-DiaText
             WS-MesText.
           MOVE 0 TO WS-MesNum.
           PERFORM CercarMes VARYING WS-IndexMes FROM 1 BY 1
             UNTIL WS-IndexMes > 12.
           MOVE WS-MesNum TO WS-MesEntrada.
           MOVE WS-DataRooming TO WS-DataEntrada.
           MOVE WS-DataRooming TO WS-DataSortidaHotel.
           MOVE WS-DataRooming TO WS-DataLimitRelease.
           ACCEPT WS-DataSistema FROM DATE YYYYMMDD.
           MOVE WS-AnySistema TO WS-AnySortida.
           IF WS-MesNum > 0 AND WS-MesNum < WS-MesSistema
             ADD 1 TO WS-AnySortida
           END-IF.
           IF WS-MesNum > 0
             COMPUTE WS-DiaAnyEntrada = DiesAcumulats(WS-MesNum) +
               WS-DiaText
             IF DuracioViatge > 1
               COMPUTE WS-Nits = DuracioViatge - 1
             ELSE
               MOVE 1 TO WS-Nits
             END-IF
             COMPUTE WS-DiaAny = WS-DiaAnyEntrada + WS-Nits
             PERFORM ConvertirDiaAny
             MOVE WS-DiaText TO WS-DataSortidaHotel(1:2)
             MOVE " " TO WS-DataSortidaHotel(3:1)
             MOVE WS-MesText TO WS-DataSortidaHotel(4:3)
             COMPUTE WS-DiaAny = WS-DiaAnyEntrada -
               DiesReleaseContingent
             PERFORM ConvertirDiaAny
             MOVE WS-DiaText TO WS-DataLimitRelease(1:2)
             MOVE " " TO WS-DataLimitRelease(3:1)
             MOVE WS-MesText TO WS-DataLimitRelease(4:3)
           END-IF.

        CercarMes.
           IF Mesos(WS-IndexMes) EQUAL WS-MesText
             MOVE WS-IndexMes TO WS-MesNum
           END-IF.

        ConvertirDiaAny.
           IF WS-DiaAny > 365
             SUBTRACT 365 FROM WS-DiaAny
           END-IF.
           IF WS-DiaAny < 1
             ADD 365 TO WS-DiaAny
           END-IF.
           MOVE 1 TO WS-MesNum.
           PERFORM CercarMesDia VARYING WS-IndexMes FROM 1 BY 1
             UNTIL WS-IndexMes > 12.
           COMPUTE WS-DiaText = WS-DiaAny - DiesAcumulats(WS-MesNum).
           MOVE Mesos(WS-MesNum) TO WS-MesText.

        CercarMesDia.
           IF DiesAcumulats(WS-IndexMes) < WS-DiaAny
             MOVE WS-IndexMes TO WS-MesNum
           END-IF.

        CarregarPassatgers.
           MOVE 0 TO WS-NumPassatgers.
           MOVE 0 TO NumeroReserva.
           START FitxerReserves KEY IS GREATER THAN NumeroReserva.
           IF EstatFitxerReserves EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM LlegirReserva UNTIL FiFitxer = "SI"
           END-IF.

        LlegirReserva.
           READ FitxerReserves NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF CodiViatgeReservat EQUAL CodiViatge AND
                DiaSortida EQUAL WS-DataRooming
               MOVE DniReserva TO WS-DniPassatger
               MOVE SPACES TO WS-NomPassatger
               MOVE DniReserva TO Dni
               READ FitxerClients
               IF EstatFitxerClients EQUAL "00"
                 STRING CNom1 DELIMITED BY "  " ", " DELIMITED BY
                   SIZE Nom DELIMITED BY "  " INTO WS-NomPassatger
               END-IF
               PERFORM AfegirPassatger
               PERFORM AfegirAcompanyant VARYING WS-IndexAcomp FROM 1
                 BY 1 UNTIL WS-IndexAcomp > 9
             END-IF
           END-IF.

        AfegirAcompanyant.
           IF Acompanyants(WS-IndexAcomp) NOT EQUAL SPACES
             MOVE DniAcompanyants(WS-IndexAcomp) TO WS-DniPassatger
             MOVE Acompanyants(WS-IndexAcomp) TO WS-NomPassatger
             PERFORM AfegirPassatger
           END-IF.

        AfegirPassatger.
           IF WS-NumPassatgers < 200
             ADD 1 TO WS-NumPassatgers
             MOVE WS-DniPassatger TO WS-RoomDni(WS-NumPassatgers)
             MOVE WS-NomPassatger TO WS-RoomNom(WS-NumPassatgers)
             MOVE "N" TO WS-RoomFet(WS-NumPassatgers)
             MOVE NumeroReserva TO WS-RoomReserva(WS-NumPassatgers)
             MOVE SPACES TO WS-RoomClau(WS-NumPassatgers)
             STRING "R" DELIMITED BY SIZE NumeroReserva DELIMITED BY
               SIZE INTO WS-RoomClau(WS-NumPassatgers)
             IF WS-AssigObertes EQUAL "S"
               MOVE CodiViatge TO CodiViatgeAssignat
               MOVE WS-DataRooming TO DataSortidaAssignada
               MOVE WS-DniPassatger TO DniPassatger
               READ FitxerAssignacions
               IF EstatFitxerAssignacions EQUAL "00" AND
                  NumeroHabitacio NOT EQUAL SPACES
                 MOVE NumeroHabitacio TO
                   WS-RoomClau(WS-NumPassatgers)
               END-IF
             END-IF
             MOVE SPACES TO WS-RoomNecTipus(WS-NumPassatgers)
             MOVE SPACES TO WS-RoomNecText(WS-NumPassatgers)
             IF WS-NecesObert EQUAL "S"
               MOVE NumeroReserva TO NumeroReservaNec
               MOVE WS-DniPassatger TO DniPassatgerNec
               READ FitxerNecessitats
               IF EstatFitxerNecessitats EQUAL "00" AND
                  (NecessitatHabitacio OR NecessitatDieta)
                 MOVE TipusNecessitat TO
                   WS-RoomNecTipus(WS-NumPassatgers)
                 MOVE TextNecessitat TO
                   WS-RoomNecText(WS-NumPassatgers)
               END-IF
             END-IF
             MOVE -1 TO WS-EdatPassatger
             MOVE WS-DniPassatger TO Dni
             READ FitxerClients
             IF EstatFitxerClients EQUAL "00" AND DataNaixement
                 NOT EQUAL SPACES
               UNSTRING DataNaixement DELIMITED BY "/" INTO
                 WS-DiaNaix WS-MesNaix WS-AnyNaix
               COMPUTE WS-EdatPassatger = WS-AnySortida - WS-AnyNaix
               IF WS-MesEntrada < WS-MesNaix
                 SUBTRACT 1 FROM WS-EdatPassatger
               END-IF
             END-IF
             MOVE WS-EdatPassatger TO WS-RoomEdat(WS-NumPassatgers)
           END-IF.

        EscriureCapcalera.
           MOVE DiesReleaseContingent TO ED-Release.
           DISPLAY "ROOMING LIST - " LINE 2 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY NomHotel LINE 2 POSITION 20
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY CiutatHotel LINE 2 POSITION 51
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY Titol LINE 3 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Entrada: " LINE 4 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-DataEntrada LINE 4 POSITION 14
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Sortida: " LINE 4 POSITION 25
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-DataSortidaHotel LINE 4 POSITION 34
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Enviar abans de: " LINE 4 POSITION 45
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-DataLimitRelease LINE 4 POSITION 62
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "HAB.  TIP DNI       NOM" LINE 5 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "EDAT NECESSITAT" LINE 5 POSITION 56
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF SortidaImpressora
             MOVE SPACES TO LiniaSortida
             STRING "ROOMING LIST - " DELIMITED BY SIZE NomHotel
               DELIMITED BY SIZE " " DELIMITED BY SIZE CiutatHotel
               DELIMITED BY SIZE " TEL. " DELIMITED BY SIZE
               TelefonHotel DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "VIATGE: " DELIMITED BY SIZE CodiViatge DELIMITED
               BY SIZE " " DELIMITED BY SIZE Titol DELIMITED BY SIZE
               INTO LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "ENTRADA: " DELIMITED BY SIZE WS-DataEntrada
               DELIMITED BY SIZE "  SORTIDA: " DELIMITED BY SIZE
               WS-DataSortidaHotel DELIMITED BY SIZE "  REGIM: "
               DELIMITED BY SIZE RegimAllotjament DELIMITED BY SIZE
               "  RELEASE: " DELIMITED BY SIZE ED-Release DELIMITED
               BY SIZE " DIES (" DELIMITED BY SIZE
               WS-DataLimitRelease DELIMITED BY SIZE ")" DELIMITED BY
               SIZE INTO LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "HAB.      TIPUS DNI       NOM" DELIMITED BY SIZE
               "                                     EDAT NECESSITAT"
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           IF SortidaFitxer
             MOVE SPACES TO LiniaSortida
             STRING "HOTEL;VIATGE;ENTRADA;SORTIDA;HABITACIO;TIPUS;"
               DELIMITED BY SIZE "DNI;NOM;EDAT;NECESSITAT;DETALL"
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        EscriureHabitacio.
           IF WS-RoomFet(WS-Index) EQUAL "N"
             ADD 1 TO WS-NumHabitacions
             MOVE 0 TO WS-NumOcupants
             PERFORM ComptarOcupant VARYING WS-Index2 FROM WS-Index
               BY 1 UNTIL WS-Index2 > WS-NumPassatgers
             EVALUATE WS-NumOcupants
               WHEN 1 MOVE "IND" TO WS-TipusHab
               WHEN 2 MOVE "DBL" TO WS-TipusHab
               WHEN 3 MOVE "TPL" TO WS-TipusHab
               WHEN OTHER MOVE "QUA" TO WS-TipusHab
             END-EVALUATE
             PERFORM LlegirHabitacioReservada
             MOVE WS-RoomClau(WS-Index) TO WS-HabVisible
             IF WS-HabVisible(1:1) EQUAL "R"
               MOVE "(s/assig)" TO WS-HabVisible
             END-IF
             PERFORM EscriureOcupant VARYING WS-Index2 FROM WS-Index
               BY 1 UNTIL WS-Index2 > WS-NumPassatgers
           END-IF.

        LlegirHabitacioReservada.
           MOVE "R" TO WS-OperacioHab.
           MOVE SPACES TO WS-HotelHab.
           MOVE SPACES TO WS-TipusHabReservat.
           MOVE 0 TO WS-NumHabReservat.
           CALL "HABCONTI.COB" USING WS-OperacioHab
             WS-RoomReserva(WS-Index) CodiViatge WS-DataRooming
             WS-HotelHab WS-TipusHabReservat WS-NumHabReservat
             WS-LliuresHab WS-ResultatHab.
           CANCEL "HABCONTI.COB".
           IF WS-ResultatHab EQUAL "OK" AND
              WS-TipusHabReservat NOT EQUAL SPACES
             MOVE WS-TipusHabReservat TO WS-TipusHab
           END-IF.

        ComptarOcupant.
           IF WS-RoomFet(WS-Index2) EQUAL "N" AND
              WS-RoomClau(WS-Index2) EQUAL WS-RoomClau(WS-Index)
             ADD 1 TO WS-NumOcupants
           END-IF.

        EscriureOcupant.
           IF WS-RoomFet(WS-Index2) EQUAL "N" AND
              WS-RoomClau(WS-Index2) EQUAL WS-RoomClau(WS-Index)
             MOVE "S" TO WS-RoomFet(WS-Index2)
             MOVE SPACES TO LiniaSortida
             IF WS-RoomEdat(WS-Index2) >= 0 AND
                WS-RoomEdat(WS-Index2) <= EdatMaxNen
               MOVE WS-RoomEdat(WS-Index2) TO ED-Edat
             ELSE
               MOVE 0 TO ED-Edat
             END-IF
             DISPLAY WS-HabVisible LINE Fila POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY WS-TipusHab LINE Fila POSITION 15
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY WS-RoomDni(WS-Index2) LINE Fila POSITION 19
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY WS-RoomNom(WS-Index2)(1:26) LINE Fila
               POSITION 29 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Edat LINE Fila POSITION 57
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY WS-RoomNecText(WS-Index2)(1:18) LINE Fila
               POSITION 61 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ADD 1 TO Fila
             IF Fila > 19
               ACCEPT Tecla NO BEEP
               MOVE 6 TO Fila
             END-IF
             IF SortidaImpressora
               STRING WS-HabVisible DELIMITED BY SIZE " " DELIMITED
                 BY SIZE WS-TipusHab DELIMITED BY SIZE "   "
                 DELIMITED BY SIZE WS-RoomDni(WS-Index2) DELIMITED BY
                 SIZE " " DELIMITED BY SIZE WS-RoomNom(WS-Index2)
                 DELIMITED BY SIZE " " DELIMITED BY SIZE ED-Edat
                 DELIMITED BY SIZE "  " DELIMITED BY SIZE
                 WS-RoomNecTipus(WS-Index2) DELIMITED BY SIZE " "
                 DELIMITED BY SIZE WS-RoomNecText(WS-Index2)
                 DELIMITED BY SIZE INTO LiniaSortida
               WRITE LiniaSortida
             END-IF
             IF SortidaFitxer
               STRING WS-HotelRooming DELIMITED BY SPACE ";"
                 DELIMITED BY SIZE CodiViatge DELIMITED BY SIZE ";"
                 DELIMITED BY SIZE WS-DataEntrada DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE WS-DataSortidaHotel DELIMITED
                 BY SIZE ";" DELIMITED BY SIZE WS-HabVisible
                 DELIMITED BY SPACE ";" DELIMITED BY SIZE WS-TipusHab
                 DELIMITED BY SIZE ";" DELIMITED BY SIZE
                 WS-RoomDni(WS-Index2) DELIMITED BY SIZE ";"
                 DELIMITED BY SIZE WS-RoomNom(WS-Index2) DELIMITED BY
                 "  " ";" DELIMITED BY SIZE ED-Edat DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE WS-RoomNecTipus(WS-Index2)
                 DELIMITED BY SIZE ";" DELIMITED BY SIZE
                 WS-RoomNecText(WS-Index2) DELIMITED BY "  "
                 INTO LiniaSortida
               WRITE LiniaSortida
             END-IF
           END-IF.

        Sortir.
           CLOSE FitxerReserves.
           CLOSE FitxerClients.
           CLOSE CatalegViatges.
           CLOSE FitxerHotels.
           CLOSE FitxerContingents.
           IF WS-AssigObertes EQUAL "S"
             CLOSE FitxerAssignacions
           END-IF.
           IF WS-NecesObert EQUAL "S"
             CLOSE FitxerNecessitats
           END-IF.
           EXIT PROGRAM.
