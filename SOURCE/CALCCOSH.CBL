       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulCalculCostHotel.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FCATVI.CPY.
            COPY S-FCONTI.CPY.
            COPY S-FHOTEL.CPY.
            COPY S-FITINE.CPY.
            COPY S-FTARHO.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-CATVI.CPY.
          COPY FD-CONTI.CPY.
          COPY FD-HOTEL.CPY.
          COPY FD-ITINE.CPY.
          COPY FD-TARHO.CPY.

        WORKING-STORAGE SECTION.
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerContingents   PIC XX VALUE "00".
         77 EstatFitxerHotels        PIC XX VALUE "00".
         77 EstatFitxerItineraris    PIC XX VALUE "00".
         77 EstatFitxerTarifesHotel  PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Tecla                    PIC X.
         77 Dia                      PIC 99.
         77 Mes                      PIC X(3).
         77 MesNumeric               PIC 99 VALUE 0.
         77 Comptador                PIC 99.
         77 Fila                     PIC 99 VALUE 8.
         77 WS-NumHotels             PIC 99 VALUE 0.
         77 WS-IndexHotel            PIC 99 VALUE 0.
         77 WS-HotelNit              PIC 99 VALUE 0.
         77 WS-IndexTipusHab         PIC 9 VALUE 0.
         77 WS-Nits                  PIC 9(3) VALUE 0.
         77 WS-Nit                   PIC 9(3) VALUE 0.
         77 WS-DiaAnySortida         PIC 9(3) VALUE 0.
         77 WS-DiaAnyReferencia      PIC 9(3) VALUE 0.
         77 WS-DiaNit                PIC 99 VALUE 0.
         77 WS-MesNit                PIC 99 VALUE 0.
         77 WS-AnyNit                PIC 9(4) VALUE 0.
         77 WS-DiesMes               PIC 99 VALUE 0.
         77 WS-Quocient              PIC 9(4) VALUE 0.
         77 WS-Residu                PIC 9 VALUE 0.
         77 WS-DataNitNum            PIC 9(8) VALUE 0.
         77 WS-DataText              PIC X(10) VALUE SPACES.
         77 WS-DiaText               PIC 99 VALUE 0.
         77 WS-MesText               PIC 99 VALUE 0.
         77 WS-AnyText               PIC 9(4) VALUE 0.
         77 WS-DataNum               PIC 9(8) VALUE 0.
         77 WS-DataIniciTrobada      PIC 9(8) VALUE 0.
         77 WS-TarifaTrobada         PIC X VALUE "N".
         77 WS-TarifaValida          PIC X VALUE "N".
         77 WS-PreuTrobat            PIC 9(6) VALUE 0.
         77 WS-TarifaFalta           PIC X VALUE "N".
         77 WS-CostNit               PIC 9(9) VALUE 0.
         77 WS-TipusCerca            PIC X(3) VALUE SPACES.
         77 WS-DataNitText           PIC X(10) VALUE SPACES.
         77 ED-Import                PIC ZZZZZZZZ9.
         77 ED-Nit                   PIC ZZ9.
         COPY TIPHAB-W.CPY.
         01 WS-DataReferencia        PIC 9(8).
         01 WS-DataReferenciaR REDEFINES WS-DataReferencia.
           02 WS-AnyReferencia       PIC 9(4).
           02 WS-MesReferencia       PIC 99.
           02 WS-DiaReferencia       PIC 99.
         01 WS-TaulaHotels.
           02 WS-HotelEntry OCCURS 10 TIMES.
             03 WS-HotelCodi         PIC X(5).
             03 WS-HotelCiutat       PIC X(20).
             03 WS-HotelHab OCCURS 4 TIMES PIC 9(3).
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
         01 TaulaDM.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 28.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
         01 TaulaDiesMes REDEFINES TaulaDM.
           02 DiesMes OCCURS 12 TIMES PIC 99.
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

        LINKAGE SECTION.
         COPY COSTHOT.CPY.

       PROCEDURE DIVISION USING PeticioCostHotel.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 CatalegViatges, FitxerContingents, FitxerHotels,
                 FitxerItineraris, FitxerTarifesHotel.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           MOVE 0 TO CH-CostAllotjament.
           MOVE 0 TO CH-PlacesAllotjades.
           MOVE 0 TO CH-CostPersona.
           MOVE 0 TO CH-NitsCalculades.
           MOVE 0 TO CH-NitsSenseTarifa.
           MOVE "NV" TO CH-ResultatCost.
           OPEN INPUT CatalegViatges.
           IF EstatCatalegViatges NOT EQUAL "00"
             EXIT PROGRAM
           END-IF.
           MOVE CH-CodiViatge TO CodiViatge.
           READ CatalegViatges.
           IF EstatCatalegViatges NOT EQUAL "00"
             CLOSE CatalegViatges
             EXIT PROGRAM
           END-IF.
           CLOSE CatalegViatges.
           MOVE "NC" TO CH-ResultatCost.
           MOVE 0 TO MesNumeric.
           MOVE 0 TO Dia.
           UNSTRING CH-DiaSortida DELIMITED BY SPACE INTO Dia Mes.
           PERFORM AdivinarMes VARYING Comptador FROM 1 BY 1
             UNTIL Comptador > 12.
           IF MesNumeric EQUAL 0 OR Dia < 1 OR Dia > 31
             EXIT PROGRAM
           END-IF.
           PERFORM CarregarContingents.
           IF WS-NumHotels EQUAL 0
             EXIT PROGRAM
           END-IF.
           MOVE CH-DataReferencia TO WS-DataReferencia.
           COMPUTE WS-DiaAnySortida = DiesAcumulats (MesNumeric) + Dia.
           COMPUTE WS-DiaAnyReferencia =
             DiesAcumulats (WS-MesReferencia) + WS-DiaReferencia.
           MOVE WS-AnyReferencia TO WS-AnyNit.
           IF WS-DiaAnySortida < WS-DiaAnyReferencia
             ADD 1 TO WS-AnyNit
           END-IF.
           MOVE Dia TO WS-DiaNit.
           MOVE MesNumeric TO WS-MesNit.
           MOVE 0 TO WS-Nits.
           IF DuracioViatge > 1
             COMPUTE WS-Nits = DuracioViatge - 1
           END-IF.
           OPEN INPUT FitxerTarifesHotel.
           IF EstatFitxerTarifesHotel NOT EQUAL "00"
             MOVE "NT" TO CH-ResultatCost
             EXIT PROGRAM
           END-IF.
           OPEN INPUT FitxerItineraris.
           MOVE 8 TO Fila.
           PERFORM CalcularNit VARYING WS-Nit FROM 1 BY 1
             UNTIL WS-Nit > WS-Nits.
           CLOSE FitxerTarifesHotel.
           CLOSE FitxerItineraris.
           IF CH-PlacesAllotjades > 0
             COMPUTE CH-CostPersona ROUNDED = CH-CostAllotjament /
               CH-PlacesAllotjades
           END-IF.
           IF CH-NitsCalculades EQUAL 0
             MOVE "NT" TO CH-ResultatCost
           ELSE
             IF CH-NitsSenseTarifa > 0
               MOVE "PA" TO CH-ResultatCost
             ELSE
               MOVE "OK" TO CH-ResultatCost
             END-IF
           END-IF.
           EXIT PROGRAM.

        AdivinarMes.
           IF Comptador < 13
             IF Mesos (Comptador) = Mes
               MOVE Comptador TO MesNumeric
             END-IF
           END-IF.

        CarregarContingents.
           MOVE 0 TO WS-NumHotels.
           OPEN INPUT FitxerContingents.
           IF EstatFitxerContingents NOT EQUAL "00"
             EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FitxerHotels.
           MOVE CH-CodiViatge TO CodiViatgeContingent.
           MOVE CH-DiaSortida TO DataSortidaContingent.
           MOVE LOW-VALUES TO CodiHotelContingent.
           START FitxerContingents KEY IS NOT LESS THAN ClauContingent.
           IF EstatFitxerContingents EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM LlegirContingent UNTIL FiFitxer = "SI"
           END-IF.
           CLOSE FitxerContingents.
           CLOSE FitxerHotels.

        LlegirContingent.
           READ FitxerContingents NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF CodiViatgeContingent NOT EQUAL CH-CodiViatge OR
                DataSortidaContingent NOT EQUAL CH-DiaSortida OR
                WS-NumHotels NOT < 10
               MOVE "SI" TO FiFitxer
             ELSE
               PERFORM AfegirHotel
             END-IF
           END-IF.

        AfegirHotel.
           ADD 1 TO WS-NumHotels.
           MOVE CodiHotelContingent TO WS-HotelCodi(WS-NumHotels).
           MOVE SPACES TO WS-HotelCiutat(WS-NumHotels).
           MOVE CodiHotelContingent TO CodiHotel.
           READ FitxerHotels.
           IF EstatFitxerHotels EQUAL "00"
             MOVE CiutatHotel TO WS-HotelCiutat(WS-NumHotels)
           END-IF.
           IF HabitacionsContingent NOT NUMERIC
             MOVE ZEROS TO HabitacionsContingent
           END-IF.
           PERFORM CopiarHabitacions VARYING WS-IndexTipusHab FROM 1
             BY 1 UNTIL WS-IndexTipusHab > 4.
           IF PlacesOcupadesContingent > CH-PlacesAllotjades
             MOVE PlacesOcupadesContingent TO CH-PlacesAllotjades
           END-IF.

        CopiarHabitacions.
           MOVE HabOcupadesCont(WS-IndexTipusHab) TO
             WS-HotelHab(WS-NumHotels, WS-IndexTipusHab).

        CalcularNit.
           COMPUTE WS-DataNitNum = (WS-AnyNit * 10000) +
             (WS-MesNit * 100) + WS-DiaNit.
           PERFORM AssignarHotelNit.
           MOVE 0 TO WS-CostNit.
           MOVE "N" TO WS-TarifaFalta.
           IF WS-HotelNit EQUAL 0
             MOVE "S" TO WS-TarifaFalta
           ELSE
             PERFORM PreuTipusHab VARYING WS-IndexTipusHab FROM 1
               BY 1 UNTIL WS-IndexTipusHab > 4
           END-IF.
           ADD WS-CostNit TO CH-CostAllotjament.
           IF WS-TarifaFalta EQUAL "S"
             ADD 1 TO CH-NitsSenseTarifa
           ELSE
             ADD 1 TO CH-NitsCalculades
           END-IF.
           IF CH-MostrarDetall EQUAL "S"
             PERFORM MostrarNit
           END-IF.
           PERFORM AvancarData.

        AssignarHotelNit.
           MOVE 0 TO WS-HotelNit.
           IF WS-NumHotels EQUAL 1
             MOVE 1 TO WS-HotelNit
             EXIT PARAGRAPH
           END-IF.
           IF EstatFitxerItineraris NOT EQUAL "00" AND
              EstatFitxerItineraris NOT EQUAL "23"
             EXIT PARAGRAPH
           END-IF.
           MOVE CH-CodiViatge TO CodiViatgeItinerari.
           MOVE WS-Nit TO DiaItinerari.
           READ FitxerItineraris.
           IF EstatFitxerItineraris EQUAL "00"
             PERFORM CercarHotelCiutat VARYING WS-IndexHotel FROM 1
               BY 1 UNTIL WS-IndexHotel > WS-NumHotels
           END-IF.

        CercarHotelCiutat.
           IF WS-HotelNit EQUAL 0 AND
              WS-HotelCiutat(WS-IndexHotel) EQUAL CiutatItinerari
             MOVE WS-IndexHotel TO WS-HotelNit
           END-IF.

        PreuTipusHab.
           IF WS-HotelHab(WS-HotelNit, WS-IndexTipusHab) > 0
             MOVE CodiTipusHab(WS-IndexTipusHab) TO WS-TipusCerca
             PERFORM CercarTarifa
             IF WS-TarifaTrobada EQUAL "S"
               COMPUTE WS-CostNit = WS-CostNit + WS-PreuTrobat *
                 WS-HotelHab(WS-HotelNit, WS-IndexTipusHab)
             ELSE
               MOVE "S" TO WS-TarifaFalta
             END-IF
           END-IF.

        CercarTarifa.
           MOVE "N" TO WS-TarifaTrobada.
           MOVE 0 TO WS-DataIniciTrobada.
           MOVE 0 TO WS-PreuTrobat.
           MOVE WS-HotelCodi(WS-HotelNit) TO CodiHotelTarifa.
           MOVE WS-TipusCerca TO TipusHabTarifa.
           MOVE LOW-VALUES TO DataIniciTarifa.
           START FitxerTarifesHotel KEY IS NOT LESS THAN
             ClauTarifaHotel.
           IF EstatFitxerTarifesHotel EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM AvaluarTarifa UNTIL FiFitxer = "SI"
           END-IF.

        AvaluarTarifa.
           READ FitxerTarifesHotel NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF CodiHotelTarifa NOT EQUAL WS-HotelCodi(WS-HotelNit) OR
                TipusHabTarifa NOT EQUAL WS-TipusCerca
               MOVE "SI" TO FiFitxer
             ELSE
               MOVE "S" TO WS-TarifaValida
               MOVE DataIniciTarifa TO WS-DataText
               PERFORM ConvertirData
               IF WS-DataNum > WS-DataNitNum OR
                  WS-DataNum < WS-DataIniciTrobada
                 MOVE "N" TO WS-TarifaValida
               END-IF
               IF DataFiTarifa NOT EQUAL SPACES
                 MOVE DataFiTarifa TO WS-DataText
                 PERFORM ConvertirData
                 IF WS-DataNum < WS-DataNitNum
                   MOVE "N" TO WS-TarifaValida
                 END-IF
               END-IF
               IF WS-TarifaValida EQUAL "S"
                 MOVE "S" TO WS-TarifaTrobada
                 MOVE DataIniciTarifa TO WS-DataText
                 PERFORM ConvertirData
                 MOVE WS-DataNum TO WS-DataIniciTrobada
                 MOVE PreuNitTarifa TO WS-PreuTrobat
               END-IF
             END-IF
           END-IF.

        ConvertirData.
           MOVE 0 TO WS-DiaText.
           MOVE 0 TO WS-MesText.
           MOVE 0 TO WS-AnyText.
           UNSTRING WS-DataText DELIMITED BY "/" INTO WS-DiaText
             WS-MesText WS-AnyText.
           COMPUTE WS-DataNum = (WS-AnyText * 10000) +
             (WS-MesText * 100) + WS-DiaText.

        AvancarData.
           MOVE DiesMes (WS-MesNit) TO WS-DiesMes.
           IF WS-MesNit EQUAL 2
             DIVIDE WS-AnyNit BY 4 GIVING WS-Quocient
               REMAINDER WS-Residu
             IF WS-Residu EQUAL 0
               MOVE 29 TO WS-DiesMes
             END-IF
           END-IF.
           ADD 1 TO WS-DiaNit.
           IF WS-DiaNit > WS-DiesMes
             MOVE 1 TO WS-DiaNit
             ADD 1 TO WS-MesNit
             IF WS-MesNit > 12
               MOVE 1 TO WS-MesNit
               ADD 1 TO WS-AnyNit
             END-IF
           END-IF.

        MostrarNit.
           MOVE SPACES TO WS-DataNitText.
           STRING WS-DiaNit DELIMITED BY SIZE "/" DELIMITED BY SIZE
             WS-MesNit DELIMITED BY SIZE "/" DELIMITED BY SIZE
             WS-AnyNit DELIMITED BY SIZE INTO WS-DataNitText.
           MOVE WS-Nit TO ED-Nit.
           MOVE WS-CostNit TO ED-Import.
           DISPLAY ED-Nit LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-DataNitText LINE Fila POSITION 10
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF WS-HotelNit > 0
             DISPLAY WS-HotelCodi(WS-HotelNit) LINE Fila POSITION 22
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY WS-HotelCiutat(WS-HotelNit) LINE Fila
               POSITION 29 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           ELSE
             DISPLAY "-----" LINE Fila POSITION 22
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "SENSE HOTEL ASSIGNAT" LINE Fila POSITION 29
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           DISPLAY ED-Import LINE Fila POSITION 51
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF WS-TarifaFalta EQUAL "S"
             DISPLAY "SENSE TARIFA" LINE Fila POSITION 62
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           ADD 1 TO Fila.
           IF Fila > 19
             ACCEPT Tecla NO BEEP
             MOVE 8 TO Fila
           END-IF.
