            COPY S-FMAJO.CPY.
            COPY S-FLIQUI.CPY.
            COPY S-FNUMLQ.CPY.
            COPY S-FGRATU.CPY.
            COPY S-FANUL.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-FMAJO.CPY.
          COPY FD-LIQUI.CPY.
          COPY FD-NUMLQ.CPY.
          COPY FD-GRATU.CPY.
          COPY FD-ANUL.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerLiquidacions  PIC XX VALUE "00".
         77 EstatFitxerNumLiquidacions PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 EstatFitxerGratuitats    PIC XX VALUE "00".
         77 WS-GratuitatsObert       PIC X VALUE "N".
         77 EstatFitxerAnulacions    PIC XX VALUE "00".
         77 WS-AnulacionsObert       PIC X VALUE "N".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 WS-ImportVendes          PIC 9(9) VALUE 0.
         77 WS-ImportComissio        PIC 9(9) VALUE 0.
         77 WS-NumMarcades           PIC 9(5) VALUE 0.
         77 WS-PlacesGratuites       PIC 9(4) VALUE 0.
         77 WS-ImportGratuitats      PIC 9(9) VALUE 0.
         77 WS-NumCarrecs            PIC 9(5) VALUE 0.
         77 WS-ImportCarrecs         PIC 9(9) VALUE 0.
         77 ED-PlacesGratuites       PIC ZZZ9.
         77 ED-Import                PIC ZZZZZZZZ9.
         77 ED-NumeroLiquidacio      PIC ZZZZZZ9.
         77 ED-NumMarcades           PIC ZZZZ9.
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.

         COPY REGDIARI.CPY.
       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

           COMPUTE WS-PeriodeCercat = WS-AnyPeriode * 100 +
             WS-MesPeriode.
           PERFORM DemanarSortida.
           OPEN INPUT FitxerGratuitats.
           IF EstatFitxerGratuitats EQUAL "00"
             MOVE "S" TO WS-GratuitatsObert
           END-IF.
           MOVE "NO" TO FiFitxer.
           PERFORM ComptarReserva UNTIL FiFitxer = "SI".
           OPEN I-O FitxerAnulacions.
           IF EstatFitxerAnulacions EQUAL "00"
             MOVE "S" TO WS-AnulacionsObert
             PERFORM PosicionarAnulacions
             PERFORM ComptarCarrec UNTIL FiFitxer = "SI"
           END-IF.
           IF WS-NumMarcades = 0 AND WS-NumCarrecs = 0
             DISPLAY "Cap reserva pendent de liquidar en el periode"
               BEEP LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
           START FitxerReserves KEY IS GREATER THAN NumeroReserva.
           MOVE "NO" TO FiFitxer.
           PERFORM MarcarReserva UNTIL FiFitxer = "SI".
           IF WS-NumCarrecs > 0
             PERFORM PosicionarAnulacions
             PERFORM MarcarCarrec UNTIL FiFitxer = "SI"
           END-IF.
           PERFORM GravarLiquidacio.
           PERFORM ImprimirLiquidacio.
           ACCEPT Tecla NO BEEP.
                 IF WS-PeriodeReg EQUAL WS-PeriodeCercat
                   ADD PreuTotalReserva TO WS-ImportVendes
                   ADD 1 TO WS-NumMarcades
                   PERFORM ComptarGratuitat
                 END-IF
               END-IF
             END-IF
           END-IF.

        ComptarGratuitat.
           IF WS-GratuitatsObert EQUAL "S"
             MOVE NumeroReserva TO NumeroReservaGratuitat
             READ FitxerGratuitats
             IF EstatFitxerGratuitats EQUAL "00"
               ADD PlacesGratuites TO WS-PlacesGratuites
               COMPUTE WS-ImportGratuitats = WS-ImportGratuitats +
                 (CostGratuitat * PlacesGratuites)
             END-IF
           END-IF.

        MarcarReserva.
           READ FitxerReserves NEXT RECORD, AT END MOVE
             "SI" TO FiFitxer.
             END-IF
           END-IF.

        PosicionarAnulacions.
           MOVE "NO" TO FiFitxer.
           MOVE 0 TO NumeroAnulacio.
           START FitxerAnulacions KEY IS GREATER THAN NumeroAnulacio.
           IF EstatFitxerAnulacions NOT EQUAL "00"
             MOVE "SI" TO FiFitxer
           END-IF.

        ComptarCarrec.
           READ FitxerAnulacions NEXT RECORD, AT END MOVE
             "SI" TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF CarrecProveidor > 0 AND NumeroLiquidacioCarrec = 0
               MOVE CodiViatgeAnulat TO CodiViatge
               READ CatalegViatges
               IF EstatCatalegViatges EQUAL "00" AND
                  Majorista EQUAL WS-CodiMajorista
                 PERFORM ComprovarPeriodeCarrec
                 IF WS-PeriodeReg NOT GREATER THAN WS-PeriodeCercat
                   ADD CarrecProveidor TO WS-ImportCarrecs
                   ADD 1 TO WS-NumCarrecs
                 END-IF
               END-IF
             END-IF
           END-IF.

        MarcarCarrec.
           READ FitxerAnulacions NEXT RECORD, AT END MOVE
             "SI" TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF CarrecProveidor > 0 AND NumeroLiquidacioCarrec = 0
               MOVE CodiViatgeAnulat TO CodiViatge
               READ CatalegViatges
               IF EstatCatalegViatges EQUAL "00" AND
                  Majorista EQUAL WS-CodiMajorista
                 PERFORM ComprovarPeriodeCarrec
                 IF WS-PeriodeReg NOT GREATER THAN WS-PeriodeCercat
                   MOVE RegistreAnulacio TO RD-ImatgeAbans
                   MOVE "RW" TO RD-Operacio
                   MOVE UltimNumeroLiquidacio TO
                     NumeroLiquidacioCarrec
                   REWRITE RegistreAnulacio
                   PERFORM DiariAnulacio
                 END-IF
               END-IF
             END-IF
           END-IF.

        ComprovarPeriodeCarrec.
           MOVE 0 TO WS-PeriodeReg.
           IF DataCarrecProveidor EQUAL SPACES
             UNSTRING DataAnulacio DELIMITED BY "/" INTO WS-DiaReg
               WS-MesReg WS-AnyReg
           ELSE
             UNSTRING DataCarrecProveidor DELIMITED BY "/" INTO
               WS-DiaReg WS-MesReg WS-AnyReg
           END-IF.
           COMPUTE WS-PeriodeReg = WS-AnyReg * 100 + WS-MesReg.

        ComprovarPeriodeReserva.
           MOVE 0 TO WS-PeriodeReg.
           UNSTRING DataReserva DELIMITED BY "/" INTO WS-DiaReg
           MOVE PercentatgeComissio TO PercentComissioLiquidacio.
           COMPUTE WS-ImportComissio = (WS-ImportVendes *
             PercentatgeComissio) / 100.
           COMPUTE ImportNetLiquidacio = WS-ImportComissio +
             WS-ImportCarrecs.
           MOVE WS-NumMarcades TO NumReservesLiquidades.
           MOVE WS-PlacesGratuites TO PlacesGratuitesLiquidacio.
           MOVE WS-ImportGratuitats TO ImportGratuitatsLiquidacio.
           MOVE WS-NumCarrecs TO NumCarrecsLiquidacio.
           MOVE WS-ImportCarrecs TO CarrecsAnulacioLiquidacio.
           MOVE SPACE TO EstatPagamentLiquidacio.
           MOVE 0 TO NumeroRemesaLiquidacio.
           ACCEPT WS-DataSistema FROM DATE YYYYMMDD.
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY PercentComissioLiquidacio LINE 10 POSITION 20
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF PlacesGratuitesLiquidacio > 0
             MOVE PlacesGratuitesLiquidacio TO ED-PlacesGratuites
             MOVE ImportGratuitatsLiquidacio TO ED-Import
             DISPLAY "Places gratuites: " LINE 11 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-PlacesGratuites LINE 11 POSITION 24
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "Valor (cost net): " LINE 11 POSITION 30
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Import LINE 11 POSITION 49
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           IF NumCarrecsLiquidacio > 0
             MOVE NumCarrecsLiquidacio TO ED-NumMarcades
             MOVE CarrecsAnulacioLiquidacio TO ED-Import
             DISPLAY "Carrecs anul-lacio: " LINE 12 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-NumMarcades LINE 12 POSITION 25
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "Import: " LINE 12 POSITION 30
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Import LINE 12 POSITION 49
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           MOVE ImportNetLiquidacio TO ED-Import.
           DISPLAY "IMPORT NET A PAGAR: " LINE 13 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Import LINE 13 POSITION 26
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             PERFORM EscriureLiquidacioSortida
             DELIMITED BY SIZE "  Data: " DELIMITED BY SIZE
             DataLiquidacio DELIMITED BY SIZE INTO LiniaSortida.
           WRITE LiniaSortida.
           MOVE WS-NumMarcades TO ED-NumMarcades.
           MOVE SPACES TO LiniaSortida.
           STRING "Reserves incloses: " DELIMITED BY SIZE
             ED-NumMarcades DELIMITED BY SIZE INTO LiniaSortida.
             PercentComissioLiquidacio DELIMITED BY SIZE
             INTO LiniaSortida.
           WRITE LiniaSortida.
           IF PlacesGratuitesLiquidacio > 0
             MOVE PlacesGratuitesLiquidacio TO ED-PlacesGratuites
             MOVE ImportGratuitatsLiquidacio TO ED-Import
             MOVE SPACES TO LiniaSortida
             STRING "Places gratuites: " DELIMITED BY SIZE
               ED-PlacesGratuites DELIMITED BY SIZE
               "  Valor (cost net): " DELIMITED BY SIZE ED-Import
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           IF NumCarrecsLiquidacio > 0
             MOVE NumCarrecsLiquidacio TO ED-NumMarcades
             MOVE CarrecsAnulacioLiquidacio TO ED-Import
             MOVE SPACES TO LiniaSortida
             STRING "Carrecs anul-lacio: " DELIMITED BY SIZE
               ED-NumMarcades DELIMITED BY SIZE
               "  Import: " DELIMITED BY SIZE ED-Import
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE ImportNetLiquidacio TO ED-Import.
           MOVE SPACES TO LiniaSortida.
           STRING "IMPORT NET A PAGAR: " DELIMITED BY SIZE ED-Import
             DELIMITED BY SIZE INTO LiniaSortida.
           WRITE LiniaSortida.

        DiariAnulacio.
           IF EstatFitxerAnulacions EQUAL "00"
             MOVE "ANULACIO" TO RD-Fitxer
             MOVE RegistreAnulacio TO RD-ImatgeDespres
             CALL "REGDIARI.COB" USING PeticioDiari
             CANCEL "REGDIARI.COB"
           END-IF.

        Sortir.
           CLOSE FitxerReserves.
           CLOSE CatalegViatges.
           CLOSE FitxerMajoristes.
           IF WS-GratuitatsObert EQUAL "S"
             CLOSE FitxerGratuitats
           END-IF.
           IF WS-AnulacionsObert EQUAL "S"
             CLOSE FitxerAnulacions
           END-IF.
           EXIT PROGRAM.
