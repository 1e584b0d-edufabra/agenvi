         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FCATVI.CPY.
            COPY S-FPROMO.CPY.
            COPY S-FPRORE.CPY.
            COPY S-FCONTI.CPY.
            COPY S-FHOTEL.CPY.
            COPY S-FTAXTU.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-CATVI.CPY.
          COPY FD-PROMO.CPY.
          COPY FD-PRORE.CPY.
          COPY FD-CONTI.CPY.
          COPY FD-HOTEL.CPY.
          COPY FD-TAXTU.CPY.

        WORKING-STORAGE SECTION.
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 WS-PreuPassatger         PIC 9(7) VALUE 0.
         77 WS-PlacesSenseNom        PIC S9(4) VALUE 0.
         77 ED-Import                PIC ZZZZZZZZ9.
         77 EstatFitxerPromocions    PIC XX VALUE "00".
         77 EstatFitxerPromocionsRes PIC XX VALUE "00".
         77 WS-CodiPromoRegistrada   PIC X(4) VALUE SPACES.
         77 WS-PlacesPromoRegistrades PIC 9(4) VALUE 0.
         77 WS-PlacesUsadesAltres    PIC 9(4) VALUE 0.
         77 FiFitxer                 PIC XX VALUE "NO".
         77 WS-PromoValida           PIC X VALUE "N".
         77 WS-DescomptePas          PIC 9(7) VALUE 0.
         77 WS-DataReservaCalc       PIC X(10) VALUE SPACES.
         77 WS-DataText              PIC X(10) VALUE SPACES.
         77 WS-DiaText               PIC 99 VALUE 0.
         77 WS-MesText               PIC 99 VALUE 0.
         77 WS-AnyText               PIC 9(4) VALUE 0.
         77 WS-DataNum               PIC 9(8) VALUE 0.
         77 WS-DataReservaNum        PIC 9(8) VALUE 0.
         77 WS-DiaAnyReserva         PIC 9(3) VALUE 0.
         77 WS-DiaAnySortida         PIC 9(3) VALUE 0.
         77 WS-AnyReserva            PIC 9(4) VALUE 0.
         77 WS-MesReserva            PIC 99 VALUE 0.
         77 WS-DiesAntelacio         PIC S9(5) VALUE 0.
         77 EstatFitxerContingents   PIC XX VALUE "00".
         77 EstatFitxerHotels        PIC XX VALUE "00".
         77 EstatFitxerTaxesTuristiques PIC XX VALUE "00".
         77 WS-DataSortidaNum        PIC 9(8) VALUE 0.
         77 WS-DataIniciTaxaNum      PIC 9(8) VALUE 0.
         77 WS-DataIniciTrobada      PIC 9(8) VALUE 0.
         77 WS-ImportNitTaxa         PIC 9(2)V99 VALUE 0.
         77 WS-EdatMaxExempta        PIC 99 VALUE 0.
         77 WS-NitsMaximTaxa         PIC 99 VALUE 0.
         77 WS-TaxaTrobada           PIC X VALUE "N".
         77 WS-TaxaValida            PIC X VALUE "N".
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
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.
         01 TaulaM.
           02 FILLER PIC X(3) VALUE "GEN".
           02 FILLER PIC X(3) VALUE "FEB".
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 CatalegViatges, FitxerContingents, FitxerHotels,
                 FitxerTaxesTuristiques.
         END DECLARATIVES.
        SEGUNDA SECTION.

           MOVE 0 TO PC-SumaPassatgers.
           MOVE 0 TO PC-TotalSuplements.
           MOVE 0 TO PC-TotalCalculat.
           MOVE SPACES TO PC-CodiPromocio.
           MOVE 0 TO PC-PercentPromocio.
           MOVE 0 TO PC-DescomptePromocio.
           MOVE 0 TO PC-TaxaTuristica.
           MOVE SPACES TO PC-HotelTaxa.
           MOVE 0 TO PC-NitsTaxa.
           MOVE 0 TO PC-HostesTaxats.
           MOVE 0 TO PC-HostesExempts.
           OPEN INPUT CatalegViatges.
           IF EstatCatalegViatges NOT EQUAL "00"
             EXIT PROGRAM
           MOVE PreuPersona TO PC-PreuPersona.
           PERFORM CalcularMesSortida.
           PERFORM CalcularSuplementTemporada.
           PERFORM CercarPromocio.
           IF PC-HabIndividual EQUAL "S"
             COMPUTE PC-SuplementHabInd = PC-Places *
               SuplementHabIndividual
           IF WS-PlacesSenseNom > 0
             COMPUTE PC-SumaPassatgers = PC-SumaPassatgers +
               (WS-PlacesSenseNom * PreuPersona)
             IF PC-PercentPromocio > 0
               COMPUTE WS-DescomptePas = (WS-PlacesSenseNom *
                 PreuPersona * PC-PercentPromocio) / 100
               SUBTRACT WS-DescomptePas FROM PC-SumaPassatgers
               ADD WS-DescomptePas TO PC-DescomptePromocio
             END-IF
           END-IF.
           COMPUTE PC-TotalSuplements = PC-SuplementTemporada +
             PC-SuplementHabInd + PC-ImportAsseguranca +
             PC-ImportExcursions.
           PERFORM CalcularTaxaTuristica.
           COMPUTE PC-TotalCalculat = PC-SumaPassatgers +
             PC-TotalSuplements + PC-TaxaTuristica.
           MOVE "OK" TO PC-ResultatCalcul.
           IF PC-VolTraca EQUAL "S"
             PERFORM MostrarTraca
             END-IF
           END-IF.

        CercarPromocio.
           IF PC-DataReserva EQUAL SPACES
             CALL "DATANEGO.COB" USING WS-DataSistema
             CANCEL "DATANEGO.COB"
             MOVE SPACES TO WS-DataReservaCalc
             STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
               SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
               SIZE WS-AnySistema DELIMITED BY SIZE INTO
               WS-DataReservaCalc
           ELSE
             MOVE PC-DataReserva TO WS-DataReservaCalc
           END-IF.
           MOVE WS-DataReservaCalc TO WS-DataText.
           PERFORM ConvertirData.
           MOVE WS-DataNum TO WS-DataReservaNum.
           MOVE WS-AnyText TO WS-AnyReserva.
           MOVE WS-MesText TO WS-MesReserva.
           MOVE 0 TO WS-DiesAntelacio.
           IF MesNumeric > 0 AND WS-MesReserva > 0 AND
              WS-MesReserva < 13
             COMPUTE WS-DiaAnyReserva = DiesAcumulats(WS-MesReserva)
               + WS-DiaText
             COMPUTE WS-DiaAnySortida = DiesAcumulats(MesNumeric) +
               Dia
             COMPUTE WS-DiesAntelacio = WS-DiaAnySortida -
               WS-DiaAnyReserva
             IF WS-DiesAntelacio < 0
               ADD 365 TO WS-DiesAntelacio
             END-IF
           END-IF.
           MOVE SPACES TO WS-CodiPromoRegistrada.
           MOVE 0 TO WS-PlacesPromoRegistrades.
           IF PC-NumeroReserva NUMERIC
             IF PC-NumeroReserva > 0
               PERFORM LlegirPromocioReserva
             END-IF
           END-IF.
           OPEN INPUT FitxerPromocions.
           IF EstatFitxerPromocions EQUAL "00"
             MOVE LOW-VALUES TO CodiPromocio
             START FitxerPromocions KEY IS NOT LESS THAN CodiPromocio
             IF EstatFitxerPromocions EQUAL "00"
               MOVE "NO" TO FiFitxer
               PERFORM AvaluarPromocio UNTIL FiFitxer = "SI"
             END-IF
             CLOSE FitxerPromocions
           END-IF.

        LlegirPromocioReserva.
           OPEN INPUT FitxerPromocionsReserva.
           IF EstatFitxerPromocionsRes EQUAL "00"
             MOVE PC-NumeroReserva TO NumeroReservaPromo
             READ FitxerPromocionsReserva
             IF EstatFitxerPromocionsRes EQUAL "00"
               MOVE CodiPromocioReserva TO WS-CodiPromoRegistrada
               MOVE PlacesPromoReserva TO WS-PlacesPromoRegistrades
             END-IF
             CLOSE FitxerPromocionsReserva
           END-IF.

        AvaluarPromocio.
           READ FitxerPromocions NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             MOVE "S" TO WS-PromoValida
             IF CodiViatgePromocio > 0 AND
                CodiViatgePromocio NOT EQUAL CodiViatge
               MOVE "N" TO WS-PromoValida
             END-IF
             IF MajoristaPromocio NOT EQUAL SPACES AND
                MajoristaPromocio NOT EQUAL Majorista
               MOVE "N" TO WS-PromoValida
             END-IF
             IF WS-DiesAntelacio < DiesAntelacioPromocio
               MOVE "N" TO WS-PromoValida
             END-IF
             IF DataIniciPromocio NOT EQUAL SPACES
               MOVE DataIniciPromocio TO WS-DataText
               PERFORM ConvertirData
               IF WS-DataReservaNum < WS-DataNum
                 MOVE "N" TO WS-PromoValida
               END-IF
             END-IF
             IF DataFiPromocio NOT EQUAL SPACES
               MOVE DataFiPromocio TO WS-DataText
               PERFORM ConvertirData
               IF WS-DataReservaNum > WS-DataNum
                 MOVE "N" TO WS-PromoValida
               END-IF
             END-IF
             MOVE PlacesUsadesPromocio TO WS-PlacesUsadesAltres
             IF CodiPromocio EQUAL WS-CodiPromoRegistrada
               IF WS-PlacesUsadesAltres > WS-PlacesPromoRegistrades
                 SUBTRACT WS-PlacesPromoRegistrades FROM
                   WS-PlacesUsadesAltres
               ELSE
                 MOVE 0 TO WS-PlacesUsadesAltres
               END-IF
             END-IF
             IF PlacesMaxPromocio > 0 AND
                WS-PlacesUsadesAltres + PC-Places > PlacesMaxPromocio
               MOVE "N" TO WS-PromoValida
             END-IF
             IF WS-PromoValida EQUAL "S" AND
                PercentPromocio > PC-PercentPromocio
               MOVE CodiPromocio TO PC-CodiPromocio
               MOVE PercentPromocio TO PC-PercentPromocio
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

        CalcularPassatger.
           MOVE PreuPersona TO WS-PreuPassatger.
           MOVE "A" TO PC-PasTipus(WS-IndexPas).
           IF PC-PasEdat(WS-IndexPas) NOT EQUAL -1
             IF PC-PasEdat(WS-IndexPas) <= EdatMaxBebe AND
                PercentBebe > 0
               COMPUTE WS-PreuPassatger = (PreuPersona *
                 PercentBebe) / 100
               MOVE "B" TO PC-PasTipus(WS-IndexPas)
             ELSE
               IF PC-PasEdat(WS-IndexPas) <= EdatMaxNen AND
                  PercentNen > 0
                 COMPUTE WS-PreuPassatger = (PreuPersona *
                   PercentNen) / 100
                 MOVE "N" TO PC-PasTipus(WS-IndexPas)
               END-IF
             END-IF
           END-IF.
           IF PC-DniGratuit NOT EQUAL SPACES AND
              PC-PasDni(WS-IndexPas) EQUAL PC-DniGratuit
             MOVE 0 TO WS-PreuPassatger
             MOVE "G" TO PC-PasTipus(WS-IndexPas)
           END-IF.
           MOVE WS-PreuPassatger TO PC-PasPreuBrut(WS-IndexPas).
           IF PC-PercentPromocio > 0
             COMPUTE WS-DescomptePas = (WS-PreuPassatger *
               PC-PercentPromocio) / 100
             SUBTRACT WS-DescomptePas FROM WS-PreuPassatger
             ADD WS-DescomptePas TO PC-DescomptePromocio
           END-IF.
           MOVE WS-PreuPassatger TO PC-PasPreu(WS-IndexPas).
           ADD WS-PreuPassatger TO PC-SumaPassatgers.

        CalcularTaxaTuristica.
           IF MesNumeric EQUAL 0 OR DuracioViatge < 2
             EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FitxerContingents.
           IF EstatFitxerContingents NOT EQUAL "00"
             EXIT PARAGRAPH
           END-IF.
           MOVE PC-CodiViatge TO CodiViatgeContingent.
           MOVE PC-DiaSortida TO DataSortidaContingent.
           MOVE LOW-VALUES TO CodiHotelContingent.
           START FitxerContingents KEY IS NOT LESS THAN ClauContingent.
           IF EstatFitxerContingents EQUAL "00"
             READ FitxerContingents NEXT RECORD
             IF EstatFitxerContingents EQUAL "00" AND
                CodiViatgeContingent EQUAL PC-CodiViatge AND
                DataSortidaContingent EQUAL PC-DiaSortida
               MOVE CodiHotelContingent TO PC-HotelTaxa
             END-IF
           END-IF.
           CLOSE FitxerContingents.
           IF PC-HotelTaxa EQUAL SPACES
             EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FitxerHotels.
           IF EstatFitxerHotels NOT EQUAL "00"
             MOVE SPACES TO PC-HotelTaxa
             EXIT PARAGRAPH
           END-IF.
           MOVE PC-HotelTaxa TO CodiHotel.
           READ FitxerHotels.
           IF EstatFitxerHotels NOT EQUAL "00" OR
              NOT HotelSubjecteTaxa
             MOVE SPACES TO PC-HotelTaxa
             CLOSE FitxerHotels
             EXIT PARAGRAPH
           END-IF.
           CLOSE FitxerHotels.
           MOVE WS-AnyReserva TO WS-AnyText.
           IF WS-DiaAnySortida < WS-DiaAnyReserva
             ADD 1 TO WS-AnyText
           END-IF.
           COMPUTE WS-DataSortidaNum = (WS-AnyText * 10000) +
             (MesNumeric * 100) + Dia.
           PERFORM CercarTaxaTuristica.
           IF WS-TaxaTrobada NOT EQUAL "S"
             MOVE SPACES TO PC-HotelTaxa
             EXIT PARAGRAPH
           END-IF.
           COMPUTE PC-NitsTaxa = DuracioViatge - 1.
           IF WS-NitsMaximTaxa > 0 AND PC-NitsTaxa > WS-NitsMaximTaxa
             MOVE WS-NitsMaximTaxa TO PC-NitsTaxa
           END-IF.
           PERFORM ComptarHostTaxa VARYING WS-IndexPas FROM 1
             BY 1 UNTIL WS-IndexPas > PC-NumPassatgers.
           IF WS-PlacesSenseNom > 0
             ADD WS-PlacesSenseNom TO PC-HostesTaxats
           END-IF.
           COMPUTE PC-TaxaTuristica ROUNDED = WS-ImportNitTaxa *
             PC-NitsTaxa * PC-HostesTaxats.

        CercarTaxaTuristica.
           MOVE "N" TO WS-TaxaTrobada.
           MOVE 0 TO WS-DataIniciTrobada.
           OPEN INPUT FitxerTaxesTuristiques.
           IF EstatFitxerTaxesTuristiques NOT EQUAL "00"
             EXIT PARAGRAPH
           END-IF.
           MOVE CategoriaHotel TO CategoriaTaxa.
           MOVE LOW-VALUES TO DataIniciTaxa.
           START FitxerTaxesTuristiques KEY IS NOT LESS THAN
             ClauTaxaTuristica.
           IF EstatFitxerTaxesTuristiques EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM AvaluarTaxaTuristica UNTIL FiFitxer = "SI"
           END-IF.
           CLOSE FitxerTaxesTuristiques.

        AvaluarTaxaTuristica.
           READ FitxerTaxesTuristiques NEXT RECORD, AT END MOVE "SI"
             TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF CategoriaTaxa NOT EQUAL CategoriaHotel
               MOVE "SI" TO FiFitxer
             ELSE
               MOVE "S" TO WS-TaxaValida
               MOVE DataIniciTaxa TO WS-DataText
               PERFORM ConvertirData
               MOVE WS-DataNum TO WS-DataIniciTaxaNum
               IF WS-DataIniciTaxaNum > WS-DataSortidaNum OR
                  WS-DataIniciTaxaNum < WS-DataIniciTrobada
                 MOVE "N" TO WS-TaxaValida
               END-IF
               IF DataFiTaxa NOT EQUAL SPACES
                 MOVE DataFiTaxa TO WS-DataText
                 PERFORM ConvertirData
                 IF WS-DataNum < WS-DataSortidaNum
                   MOVE "N" TO WS-TaxaValida
                 END-IF
               END-IF
               IF WS-TaxaValida EQUAL "S"
                 MOVE "S" TO WS-TaxaTrobada
                 MOVE WS-DataIniciTaxaNum TO WS-DataIniciTrobada
                 MOVE ImportNitTaxa TO WS-ImportNitTaxa
                 MOVE EdatMaxExemptaTaxa TO WS-EdatMaxExempta
                 MOVE NitsMaximTaxa TO WS-NitsMaximTaxa
               END-IF
             END-IF
           END-IF.

        ComptarHostTaxa.
           IF PC-PasEdat(WS-IndexPas) NOT EQUAL -1 AND
              PC-PasEdat(WS-IndexPas) <= WS-EdatMaxExempta
             ADD 1 TO PC-HostesExempts
           ELSE
             ADD 1 TO PC-HostesTaxats
           END-IF.

        MostrarTraca.
           DISPLAY "DETALL DEL CALCUL DE PREU" LINE 15 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 18 POSITION 68
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF PC-PercentPromocio > 0
             MOVE PC-DescomptePromocio TO ED-Import
             DISPLAY "Promocio " LINE 17 POSITION 40
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY PC-CodiPromocio LINE 17 POSITION 49
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ": -" LINE 17 POSITION 53
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Import LINE 17 POSITION 56
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           IF PC-TaxaTuristica > 0
             MOVE PC-TaxaTuristica TO ED-Import
             DISPLAY "Taxa turistica: " LINE 19 POSITION 40
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Import LINE 19 POSITION 56
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           MOVE PC-TotalCalculat TO ED-Import.
           DISPLAY "TOTAL CALCULAT: " LINE 19 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
