            COPY S-FHOTEL.CPY.
            COPY S-FCONTI.CPY.
            COPY S-FCATVI.CPY.
            COPY S-FTAXTU.CPY.
            COPY S-FTARHO.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-HOTEL.CPY.
          COPY FD-CONTI.CPY.
          COPY FD-CATVI.CPY.
          COPY FD-TAXTU.CPY.
          COPY FD-TARHO.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerHotels        PIC XX VALUE "00".
         77 EstatFitxerContingents   PIC XX VALUE "00".
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerTaxesTuristiques PIC XX VALUE "00".
         77 EstatFitxerTarifesHotel  PIC XX VALUE "00".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Errorlevel               PIC 999.
         77 Segur                    PIC X VALUE "N".
         77 WS-ModeOperacio          PIC X VALUE SPACE.
         77 WS-IndexTipusHab         PIC 9 VALUE 0.
         77 WS-FilaHab               PIC 99 VALUE 0.
         77 WS-PlacesHabitacions     PIC 9(4) VALUE 0.
         77 WS-TipusValid            PIC X VALUE "N".
         COPY TIPHAB-W.CPY.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerHotels, FitxerContingents,
                 FitxerTaxesTuristiques, FitxerTarifesHotel.
         END DECLARATIVES.
        SEGUNDA SECTION.

           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY
             "Mantenir (H)otels, (C)ontingents, (T)axes o (R)Tarifes: "
             LINE 4 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-ModeOperacio LINE 4 POSITION 62 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF WS-ModeOperacio EQUAL "H"
             PERFORM MantenirHotel
           ELSE
             IF WS-ModeOperacio EQUAL "C"
               PERFORM MantenirContingent
             ELSE
               IF WS-ModeOperacio EQUAL "T"
                 PERFORM MantenirTaxaTuristica
               ELSE
                 IF WS-ModeOperacio EQUAL "R"
                   PERFORM MantenirTarifaHotel
                 END-IF
               END-IF
             END-IF
           END-IF.
           PERFORM Sortir.
             MOVE SPACES TO NomHotel
             MOVE SPACES TO CiutatHotel
             MOVE SPACES TO TelefonHotel
             MOVE SPACES TO CategoriaHotel
           END-IF.
           IF TaxaTuristicaHotel NOT EQUAL "S"
             MOVE "N" TO TaxaTuristicaHotel
           END-IF.
           DISPLAY "Nom: " LINE 8 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TelefonHotel LINE 10 POSITION 15 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "Categoria: " LINE 11 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT CategoriaHotel LINE 11 POSITION 16 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           DISPLAY "Subjecte a taxa turistica (S/N): " LINE 11
             POSITION 22 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TaxaTuristicaHotel LINE 11 POSITION 56 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF EstatFitxerHotels EQUAL "00"
             REWRITE RegistreHotel
             DISPLAY "Vol Borrar aquest Hotel (S/N)? " LINE 12
             MOVE 0 TO PlacesContractades
             MOVE 0 TO PlacesOcupadesContingent
             MOVE 0 TO DiesReleaseContingent
             MOVE ZEROS TO HabitacionsContingent
           END-IF.
           IF HabitacionsContingent NOT NUMERIC
             MOVE ZEROS TO HabitacionsContingent
           END-IF.
           DISPLAY "Places contractades (allotment): " LINE 10
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT DiesReleaseContingent LINE 11 POSITION 40 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "Habitacions per tipus:   contractades  ocupades"
             LINE 12 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE 0 TO WS-PlacesHabitacions.
           PERFORM DemanarHabitacionsTipus VARYING WS-IndexTipusHab
             FROM 1 BY 1 UNTIL WS-IndexTipusHab > 4.
           IF PlacesContractades EQUAL 0
             MOVE WS-PlacesHabitacions TO PlacesContractades
           END-IF.
           IF EstatFitxerContingents EQUAL "00"
             REWRITE RegistreContingent
           ELSE
             WRITE RegistreContingent
           END-IF.
           DISPLAY "Contingent grabat" LINE 18 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Tecla NO BEEP.

        MantenirTaxaTuristica.
           OPEN I-O FitxerTaxesTuristiques.
           IF EstatFitxerTaxesTuristiques NOT EQUAL "00"
             OPEN OUTPUT FitxerTaxesTuristiques
             CLOSE FitxerTaxesTuristiques
             OPEN I-O FitxerTaxesTuristiques
           END-IF.
           DISPLAY "Categoria de l'establiment: " LINE 6 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT CategoriaTaxa LINE 6 POSITION 34 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, PROMPT" NO BEEP.
           DISPLAY "Vigent des de (DD/MM/AAAA): " LINE 7 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT DataIniciTaxa LINE 7 POSITION 34 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, PROMPT" NO BEEP.
           READ FitxerTaxesTuristiques.
           IF EstatFitxerTaxesTuristiques EQUAL "00"
             DISPLAY "Import actual per nit: " LINE 8 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ImportNitTaxa LINE 8 POSITION 29
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           ELSE
             MOVE SPACES TO DataFiTaxa
             MOVE 0 TO ImportNitTaxa
             MOVE 16 TO EdatMaxExemptaTaxa
             MOVE 0 TO NitsMaximTaxa
           END-IF.
           DISPLAY "Vigent fins (DD/MM/AAAA, en blanc obert): "
             LINE 9 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT DataFiTaxa LINE 9 POSITION 48 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "Import per hoste i nit: " LINE 10 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT ImportNitTaxa LINE 10 POSITION 30 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "Edat maxima exempta: " LINE 11 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT EdatMaxExemptaTaxa LINE 11 POSITION 27 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "Maxim de nits (0 sense limit): " LINE 12
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT NitsMaximTaxa LINE 12 POSITION 37 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           IF EstatFitxerTaxesTuristiques EQUAL "00"
             REWRITE RegistreTaxaTuristica
             DISPLAY "Vol Borrar aquesta Taxa (S/N)? " LINE 14
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             MOVE "N" TO Segur
             ACCEPT Segur LINE 14 POSITION 38 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             IF Segur EQUAL "S"
               DELETE FitxerTaxesTuristiques RECORD
             END-IF
           ELSE
             WRITE RegistreTaxaTuristica
           END-IF.
           CLOSE FitxerTaxesTuristiques.
           DISPLAY "Taxa grabada" LINE 15 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Tecla NO BEEP.

        MantenirTarifaHotel.
           OPEN I-O FitxerTarifesHotel.
           IF EstatFitxerTarifesHotel NOT EQUAL "00"
             OPEN OUTPUT FitxerTarifesHotel
             CLOSE FitxerTarifesHotel
             OPEN I-O FitxerTarifesHotel
           END-IF.
           DISPLAY "Codi de l'Hotel: " LINE 6 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT CodiHotelTarifa LINE 6 POSITION 34 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, PROMPT" NO BEEP.
           MOVE CodiHotelTarifa TO CodiHotel.
           READ FitxerHotels.
           IF EstatFitxerHotels NOT EQUAL "00"
             DISPLAY "ERROR!!! Hotel NO donat d'alta" BEEP LINE 11
               POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             CLOSE FitxerTarifesHotel
             PERFORM Sortir
           END-IF.
           DISPLAY NomHotel LINE 6 POSITION 42
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Tipus habitacio (IND DBL TWN TPL): " LINE 7
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TipusHabTarifa LINE 7 POSITION 41 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           MOVE "N" TO WS-TipusValid.
           PERFORM ValidarTipusHab VARYING WS-IndexTipusHab FROM 1
             BY 1 UNTIL WS-IndexTipusHab > 4.
           IF WS-TipusValid NOT EQUAL "S"
             DISPLAY "ERROR!!! Tipus d'habitacio incorrecte" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             CLOSE FitxerTarifesHotel
             PERFORM Sortir
           END-IF.
           DISPLAY "Vigent des de (DD/MM/AAAA): " LINE 8 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT DataIniciTarifa LINE 8 POSITION 34 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, PROMPT" NO BEEP.
           READ FitxerTarifesHotel.
           IF EstatFitxerTarifesHotel EQUAL "00"
             DISPLAY "Preu actual per nit: " LINE 9 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY PreuNitTarifa LINE 9 POSITION 27
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           ELSE
             MOVE SPACES TO DataFiTarifa
             MOVE 0 TO PreuNitTarifa
             MOVE SPACES TO TemporadaTarifa
           END-IF.
           DISPLAY "Vigent fins (DD/MM/AAAA, en blanc obert): "
             LINE 10 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT DataFiTarifa LINE 10 POSITION 48 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           DISPLAY "Preu net per habitacio i nit: " LINE 11
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT PreuNitTarifa LINE 11 POSITION 36 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           DISPLAY "Temporada: " LINE 12 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TemporadaTarifa LINE 12 POSITION 17 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP.
           IF EstatFitxerTarifesHotel EQUAL "00"
             REWRITE RegistreTarifaHotel
             DISPLAY "Vol Borrar aquesta Tarifa (S/N)? " LINE 14
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             MOVE "N" TO Segur
             ACCEPT Segur LINE 14 POSITION 40 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             IF Segur EQUAL "S"
               DELETE FitxerTarifesHotel RECORD
             END-IF
           ELSE
             WRITE RegistreTarifaHotel
           END-IF.
           CLOSE FitxerTarifesHotel.
           DISPLAY "Tarifa grabada" LINE 15 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Tecla NO BEEP.

        ValidarTipusHab.
           IF CodiTipusHab(WS-IndexTipusHab) EQUAL TipusHabTarifa
             MOVE "S" TO WS-TipusValid
           END-IF.

        DemanarHabitacionsTipus.
           COMPUTE WS-FilaHab = 12 + WS-IndexTipusHab.
           DISPLAY CodiTipusHab(WS-IndexTipusHab) LINE WS-FilaHab
             POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY HabContractadesCont(WS-IndexTipusHab) LINE
             WS-FilaHab POSITION 33 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY HabOcupadesCont(WS-IndexTipusHab) LINE WS-FilaHab
             POSITION 46 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT HabContractadesCont(WS-IndexTipusHab) LINE
             WS-FilaHab POSITION 33 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           COMPUTE WS-PlacesHabitacions = WS-PlacesHabitacions +
             HabContractadesCont(WS-IndexTipusHab) *
             CapacitatTipusHab(WS-IndexTipusHab).

        Sortir.
           CLOSE FitxerHotels.
           CLOSE FitxerContingents.
