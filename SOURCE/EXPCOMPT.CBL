            COPY S-FANUL.CPY.
            COPY S-FCATVI.CPY.
            COPY S-FMAJO.CPY.
            COPY S-FRECTI.CPY.
            COPY S-FLLIST.CPY.
            COPY S-FASSEN.CPY.
            COPY S-FPCOMP.CPY.
            SELECT FitxerExportacio ASSIGN TO WS-NomFitxerExport
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EstatFitxerExportacio.
          COPY FD-ANUL.CPY.
          COPY FD-CATVI.CPY.
          COPY FD-FMAJO.CPY.
          COPY FD-RECTI.CPY.
          COPY FD-LLIST.CPY.
          COPY FD-ASSEN.CPY.
          COPY FD-PCOMP.CPY.
         FD FitxerExportacio
           LABEL RECORD IS STANDARD
           DATA RECORD IS LiniaExportacio.
         77 EstatFitxerAnulacions    PIC XX VALUE "00".
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerMajoristes    PIC XX VALUE "00".
         77 EstatFitxerRectificatives PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 EstatFitxerExportacio    PIC XX VALUE "00".
         77 EstatFitxerAssentaments  PIC XX VALUE "00".
         77 EstatFitxerPlaComptes    PIC XX VALUE "00".
         77 WS-DesDelDiari           PIC X VALUE "N".
         77 WS-NumComptesDiari       PIC 9(3) VALUE 0.
         77 WS-IndexCompte           PIC 9(3) VALUE 0.
         77 WS-TotalDeureDiari       PIC 9(9) VALUE 0.
         77 WS-TotalHaverDiari       PIC 9(9) VALUE 0.
         77 WS-NomFitxerExport       PIC X(40) VALUE SPACES.
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Tecla                    PIC X.
         77 WS-TotalRetorns          PIC 9(9) VALUE 0.
         77 WS-TotalComissions       PIC 9(9) VALUE 0.
         77 WS-ComissioReserva       PIC 9(9) VALUE 0.
         77 WS-VendaNetaReserva      PIC 9(9) VALUE 0.
         77 WS-OperacioDetall        PIC X VALUE SPACE.
         77 WS-TotalRectAbonament    PIC 9(9) VALUE 0.
         77 WS-TotalRectCarrec       PIC 9(9) VALUE 0.
         77 WS-NumLinies             PIC 9(4) VALUE 0.
         77 ED-Import                PIC ZZZZZZZZ9.
         COPY PREUCALC.CPY.
         COPY DETPREU-W.CPY.
         01 TaulaComptesDiari.
           02 CompteDiari OCCURS 200 TIMES.
             03 CodiCompteDiari      PIC X(8).
             03 DeureCompteDiari     PIC 9(9).
             03 HaverCompteDiari     PIC 9(9).

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.
           OPEN INPUT FitxerAnulacions.
           OPEN INPUT CatalegViatges.
           OPEN INPUT FitxerMajoristes.
           OPEN INPUT FitxerRectificatives.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           COMPUTE WS-PeriodeCercat = WS-AnyPeriode * 100 +
             WS-MesPeriode.
           OPEN INPUT FitxerAssentaments.
           IF EstatFitxerAssentaments EQUAL "00"
             DISPLAY "Generar des del diari comptable (S/N): " LINE 4
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             MOVE "S" TO WS-DesDelDiari
             ACCEPT WS-DesDelDiari LINE 4 POSITION 45 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
           END-IF.
           PERFORM DemanarSortida.
           MOVE SPACES TO WS-NomFitxerExport.
           STRING "EXP" DELIMITED BY SIZE WS-PeriodeCercat
             DELIMITED BY SIZE ".DAT" DELIMITED BY SIZE
             INTO WS-NomFitxerExport.
           OPEN OUTPUT FitxerExportacio.
           IF WS-DesDelDiari EQUAL "S"
             PERFORM ExportarDiari
             CLOSE FitxerExportacio
             PERFORM InformeControlDiari
             ACCEPT Tecla NO BEEP
             IF NOT SortidaPantalla CLOSE FitxerSortida END-IF
             PERFORM Sortir
           END-IF.
           MOVE "NO" TO FiFitxer.
           PERFORM AcumularReserva UNTIL FiFitxer = "SI".
           IF EstatFitxerPagaments EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM AcumularAnulacio UNTIL FiFitxer = "SI"
           END-IF.
           IF EstatFitxerRectificatives EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM AcumularRectificativa UNTIL FiFitxer = "SI"
           END-IF.
           PERFORM EscriureApunts.
           CLOSE FitxerExportacio.
           PERFORM InformeControl.
               WS-MesReg WS-AnyReg
             PERFORM ComprovarPeriode
             IF WS-PeriodeReg EQUAL WS-PeriodeCercat
               MOVE "L" TO WS-OperacioDetall
               CALL "DETPREU.COB" USING WS-OperacioDetall
                 NumeroReserva PeticioCalculPreu DetallPreuReserva
               CANCEL "DETPREU.COB"
               MOVE PreuTotalReserva TO WS-VendaNetaReserva
               IF DP-ImportTaxaTuristica > 0 AND
                  DP-ImportTaxaTuristica < PreuTotalReserva
                 SUBTRACT DP-ImportTaxaTuristica FROM
                   WS-VendaNetaReserva
               END-IF
               ADD WS-VendaNetaReserva TO WS-TotalVendes
               MOVE CodiViatgeReservat TO CodiViatge
               READ CatalegViatges
               IF EstatCatalegViatges EQUAL "00" AND
                 MOVE Majorista TO CodiMajorista
                 READ FitxerMajoristes
                 IF EstatFitxerMajoristes EQUAL "00"
                   COMPUTE WS-ComissioReserva = (WS-VendaNetaReserva
                     * PercentatgeComissio) / 100
                   ADD WS-ComissioReserva TO WS-TotalComissions
                 END-IF
             UNSTRING DataPagament DELIMITED BY "/" INTO WS-DiaReg
               WS-MesReg WS-AnyReg
             PERFORM ComprovarPeriode
             IF WS-PeriodeReg EQUAL WS-PeriodeCercat AND
                NOT MovimentGuia
               IF PagamentRetornat
                 ADD ImportPagament TO WS-TotalRetornsBanc
               ELSE
             END-IF
           END-IF.

        AcumularRectificativa.
           READ FitxerRectificatives NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             UNSTRING DataRectificativa DELIMITED BY "/" INTO
               WS-DiaReg WS-MesReg WS-AnyReg
             PERFORM ComprovarPeriode
             IF WS-PeriodeReg EQUAL WS-PeriodeCercat
               IF TotalRectificativa < 0
                 SUBTRACT TotalRectificativa FROM WS-TotalRectAbonament
               ELSE
                 ADD TotalRectificativa TO WS-TotalRectCarrec
               END-IF
             END-IF
           END-IF.

        EscriureApunt.
           WRITE LiniaExportacio.
           ADD 1 TO WS-NumLinies.
             ";COMISSIONS MAJORISTES" DELIMITED BY SIZE
             INTO LiniaExportacio.
           PERFORM EscriureApunt.
           MOVE SPACES TO LiniaExportacio.
           STRING "70800000;" DELIMITED BY SIZE WS-PeriodeCercat
             DELIMITED BY SIZE ";D;" DELIMITED BY SIZE
             WS-TotalRectAbonament DELIMITED BY SIZE
             ";RECTIFICATIVES ABONAMENT" DELIMITED BY SIZE
             INTO LiniaExportacio.
           PERFORM EscriureApunt.
           MOVE SPACES TO LiniaExportacio.
           STRING "70000000;" DELIMITED BY SIZE WS-PeriodeCercat
             DELIMITED BY SIZE ";H;" DELIMITED BY SIZE
             WS-TotalRectCarrec DELIMITED BY SIZE
             ";RECTIFICATIVES CARREC" DELIMITED BY SIZE
             INTO LiniaExportacio.
           PERFORM EscriureApunt.

        ExportarDiari.
           MOVE 0 TO WS-NumComptesDiari.
           MOVE WS-PeriodeCercat TO PeriodeApunt.
           START FitxerAssentaments KEY IS EQUAL TO PeriodeApunt.
           IF EstatFitxerAssentaments EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM AcumularApunt UNTIL FiFitxer = "SI"
           END-IF.
           OPEN INPUT FitxerPlaComptes.
           PERFORM EscriureCompteDiari VARYING WS-IndexCompte FROM 1
             BY 1 UNTIL WS-IndexCompte > WS-NumComptesDiari.
           CLOSE FitxerPlaComptes.

        AcumularApunt.
           READ FitxerAssentaments NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF PeriodeApunt NOT EQUAL WS-PeriodeCercat
               MOVE "SI" TO FiFitxer
             ELSE
               MOVE 1 TO WS-IndexCompte
               PERFORM CercarCompteDiari UNTIL
                 WS-IndexCompte > WS-NumComptesDiari OR
                 CodiCompteDiari(WS-IndexCompte) EQUAL CompteApunt
               IF WS-IndexCompte > WS-NumComptesDiari AND
                  WS-NumComptesDiari < 200
                 ADD 1 TO WS-NumComptesDiari
                 MOVE CompteApunt TO CodiCompteDiari(WS-IndexCompte)
                 MOVE 0 TO DeureCompteDiari(WS-IndexCompte)
                 MOVE 0 TO HaverCompteDiari(WS-IndexCompte)
               END-IF
               IF WS-IndexCompte NOT > WS-NumComptesDiari
                 ADD DebitApunt TO DeureCompteDiari(WS-IndexCompte)
                 ADD CreditApunt TO HaverCompteDiari(WS-IndexCompte)
                 ADD DebitApunt TO WS-TotalDeureDiari
                 ADD CreditApunt TO WS-TotalHaverDiari
               END-IF
             END-IF
           END-IF.

        CercarCompteDiari.
           ADD 1 TO WS-IndexCompte.

        EscriureCompteDiari.
           MOVE CodiCompteDiari(WS-IndexCompte) TO CodiCompte.
           READ FitxerPlaComptes.
           IF EstatFitxerPlaComptes NOT EQUAL "00"
             MOVE SPACES TO DescripcioCompte
           END-IF.
           IF DeureCompteDiari(WS-IndexCompte) > 0
             MOVE SPACES TO LiniaExportacio
             STRING CodiCompte DELIMITED BY SIZE ";" DELIMITED BY SIZE
               WS-PeriodeCercat DELIMITED BY SIZE ";D;" DELIMITED BY
               SIZE DeureCompteDiari(WS-IndexCompte) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE DescripcioCompte DELIMITED BY
               SIZE INTO LiniaExportacio
             PERFORM EscriureApunt
           END-IF.
           IF HaverCompteDiari(WS-IndexCompte) > 0
             MOVE SPACES TO LiniaExportacio
             STRING CodiCompte DELIMITED BY SIZE ";" DELIMITED BY SIZE
               WS-PeriodeCercat DELIMITED BY SIZE ";H;" DELIMITED BY
               SIZE HaverCompteDiari(WS-IndexCompte) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE DescripcioCompte DELIMITED BY
               SIZE INTO LiniaExportacio
             PERFORM EscriureApunt
           END-IF.

        InformeControlDiari.
           DISPLAY "CONTROL D'EXPORTACIO " LINE 5 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-NomFitxerExport LINE 5 POSITION 27
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Origen: diari comptable" LINE 6 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-TotalDeureDiari TO ED-Import.
           DISPLAY "Total deure:  " LINE 7 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 7 POSITION 21
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-TotalHaverDiari TO ED-Import.
           DISPLAY "Total haver:  " LINE 8 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 8 POSITION 21
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF WS-TotalDeureDiari NOT EQUAL WS-TotalHaverDiari
             DISPLAY "ERROR!!! El diari del periode no quadra" BEEP
               LINE 9 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           IF WS-NumComptesDiari EQUAL 0
             DISPLAY "Periode sense comptabilitzar" BEEP
               LINE 10 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           DISPLAY "Linies exportades: " LINE 13 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NumLinies LINE 13 POSITION 25
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             MOVE WS-TotalDeureDiari TO ED-Import
             MOVE SPACES TO LiniaSortida
             STRING "CONTROL EXPORTACIO " DELIMITED BY SIZE
               WS-NomFitxerExport DELIMITED BY SIZE " DIARI D/H "
               DELIMITED BY SIZE ED-Import DELIMITED BY SIZE
               " LINIES " DELIMITED BY SIZE WS-NumLinies
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        InformeControl.
           DISPLAY "CONTROL D'EXPORTACIO " LINE 5 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 11 POSITION 21
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-TotalRectAbonament TO ED-Import.
           DISPLAY "Rect. abon.:  " LINE 12 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 12 POSITION 21
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-TotalRectCarrec TO ED-Import.
           DISPLAY "Rect. carrec: " LINE 12 POSITION 35
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 12 POSITION 51
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Linies exportades: " LINE 13 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NumLinies LINE 13 POSITION 25
           CLOSE FitxerAnulacions.
           CLOSE CatalegViatges.
           CLOSE FitxerMajoristes.
           CLOSE FitxerRectificatives.
           CLOSE FitxerAssentaments.
           EXIT PROGRAM.
