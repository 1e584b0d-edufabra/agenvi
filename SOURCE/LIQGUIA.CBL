       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulLiquidacioGuies.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FGUIA.CPY.
            COPY S-FBESTR.CPY.
            COPY S-FDESGU.CPY.
            COPY S-FCOSDP.CPY.
            COPY S-FPAGAM.CPY.
            COPY S-FNUMPG.CPY.
            COPY S-FSCAI.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-FGUIA.CPY.
          COPY FD-BESTR.CPY.
          COPY FD-DESGU.CPY.
          COPY FD-COSDP.CPY.
          COPY FD-PAGAM.CPY.
          COPY FD-NUMPG.CPY.
          COPY FD-SCAI.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerGuies         PIC XX VALUE "00".
         77 EstatFitxerBestretes     PIC XX VALUE "00".
         77 EstatFitxerDespesesGuia  PIC XX VALUE "00".
         77 EstatFitxerCostosDeparture PIC XX VALUE "00".
         77 EstatFitxerPagaments     PIC XX VALUE "00".
         77 EstatFitxerNumPagaments  PIC XX VALUE "00".
         77 EstatFitxerSessionsCaixa PIC XX VALUE "00".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 Segur                    PIC X VALUE "N".
         77 FiDespeses               PIC XX VALUE "NO".
         77 WS-AfegirLinia           PIC X VALUE "N".
         77 WS-GuiaDemanat           PIC X(5) VALUE SPACES.
         77 WS-CodiViatgeDemanat     PIC 9(5) VALUE 0.
         77 WS-DataSortidaDemanada   PIC X(10) VALUE SPACES.
         77 WS-Fila                  PIC 99 VALUE 0.
         77 WS-SenseJustificant      PIC 9(3) VALUE 0.
         77 WS-ImportCaixa           PIC 9(7) VALUE 0.
         77 WS-DataAvui              PIC X(10) VALUE SPACES.
         77 ED-Import                PIC ZZZZZZ9.
         77 ED-Saldo                 PIC -ZZZZZZ9.
         77 ED-Linies                PIC ZZ9.
         COPY SESSIO-W.CPY.
         COPY REGDIARI.CPY.
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

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerGuies, FitxerBestretes, FitxerDespesesGuia,
                 FitxerCostosDeparture.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN INPUT FitxerGuies.
           IF EstatFitxerGuies NOT EQUAL "00"
             DISPLAY "ERROR!!! Cap guia donat d'alta" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           OPEN I-O FitxerBestretes.
           IF EstatFitxerBestretes NOT EQUAL "00"
             DISPLAY "ERROR!!! Cap bestreta registrada" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           OPEN I-O FitxerDespesesGuia.
           IF EstatFitxerDespesesGuia NOT EQUAL "00"
             OPEN OUTPUT FitxerDespesesGuia
             CLOSE FitxerDespesesGuia
             OPEN I-O FitxerDespesesGuia
           END-IF.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnySistema DELIMITED BY SIZE INTO WS-DataAvui.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT2.SCR 0 1 23 79" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY BORRADO.
           DISPLAY "LIQUIDACIO DE DESPESES DEL GUIA" LINE 2 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Codi del Guia: " LINE 3 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-GuiaDemanat LINE 3 POSITION 32 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, PROMPT" NO BEEP.
           MOVE WS-GuiaDemanat TO CodiGuia.
           READ FitxerGuies.
           IF EstatFitxerGuies NOT EQUAL "00"
             DISPLAY "ERROR!!! Guia NO donat d'alta" BEEP LINE 4
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           DISPLAY NomGuia LINE 3 POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Codi del Viatge: " LINE 4 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-CodiViatgeDemanat LINE 4 POSITION 32 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, PROMPT" NO BEEP.
           DISPLAY "Data de sortida (DD MES): " LINE 5 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-DataSortidaDemanada LINE 5 POSITION 32 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           MOVE WS-GuiaDemanat TO CodiGuiaBestreta.
           MOVE WS-CodiViatgeDemanat TO CodiViatgeBestreta.
           MOVE WS-DataSortidaDemanada TO DataSortidaBestreta.
           READ FitxerBestretes.
           IF EstatFitxerBestretes NOT EQUAL "00"
             DISPLAY "ERROR!!! Bestreta NO registrada" BEEP LINE 6
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           PERFORM MostrarCapcalera.
           PERFORM LlistarDespeses.
           IF BestretaLiquidada
             PERFORM MostrarLiquidacio
             DISPLAY "Bestreta ja liquidada" BEEP LINE 22
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           MOVE "S" TO WS-AfegirLinia.
           PERFORM AfegirDespesa UNTIL WS-AfegirLinia NOT EQUAL "S".
           PERFORM Liquidar.
           PERFORM Sortir.

        MostrarCapcalera.
           MOVE ImportBestreta TO ED-Import.
           DISPLAY "Bestreta del " LINE 6 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DataBestreta LINE 6 POSITION 18
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 6 POSITION 30
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY MonedaBestreta LINE 6 POSITION 38
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE ImportBestretaEur TO ED-Import.
           DISPLAY "EUR: " LINE 6 POSITION 45
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 6 POSITION 50
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "N. T CONCEPTE                       IMPORT JUSTIF."
             LINE 7 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE 8 TO WS-Fila.

        LlistarDespeses.
           MOVE 0 TO WS-SenseJustificant.
           MOVE WS-GuiaDemanat TO CodiGuiaDespesa.
           MOVE WS-CodiViatgeDemanat TO CodiViatgeDespesa.
           MOVE WS-DataSortidaDemanada TO DataSortidaDespesa.
           MOVE 0 TO NumeroDespesa.
           START FitxerDespesesGuia KEY IS NOT LESS THAN
             ClauDespesaGuia.
           IF EstatFitxerDespesesGuia EQUAL "00"
             MOVE "NO" TO FiDespeses
             PERFORM LlegirDespesa UNTIL FiDespeses = "SI"
           END-IF.

        LlegirDespesa.
           READ FitxerDespesesGuia NEXT RECORD, AT END MOVE "SI" TO
             FiDespeses.
           IF FiDespeses NOT EQUAL "SI"
             IF CodiGuiaDespesa NOT EQUAL WS-GuiaDemanat OR
                CodiViatgeDespesa NOT EQUAL WS-CodiViatgeDemanat OR
                DataSortidaDespesa NOT EQUAL WS-DataSortidaDemanada
               MOVE "SI" TO FiDespeses
             ELSE
               PERFORM MostrarDespesa
             END-IF
           END-IF.

        MostrarDespesa.
           IF JustificantDespesa EQUAL SPACES
             ADD 1 TO WS-SenseJustificant
           END-IF.
           IF WS-Fila > 17
             EXIT PARAGRAPH
           END-IF.
           MOVE NumeroDespesa TO ED-Linies.
           MOVE ImportDespesa TO ED-Import.
           DISPLAY ED-Linies LINE WS-Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY TipusDespesa LINE WS-Fila POSITION 9
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ConcepteDespesa LINE WS-Fila POSITION 11
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE WS-Fila POSITION 43
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY JustificantDespesa LINE WS-Fila POSITION 51
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ADD 1 TO WS-Fila.

        AfegirDespesa.
           MOVE "N" TO WS-AfegirLinia.
           DISPLAY "Afegir linia de despesa (S/N)? " LINE 19
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-AfegirLinia LINE 19 POSITION 40 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF WS-AfegirLinia NOT EQUAL "S"
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TipusDespesa.
           DISPLAY "Tipus (P=Propines E=Entrades U=Urgencia A=Altres):"
             LINE 20 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TipusDespesa LINE 20 POSITION 57 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF NOT DespesaPropines AND NOT DespesaEntrades AND
              NOT DespesaUrgencia AND NOT DespesaAltres
             DISPLAY "Tipus de despesa incorrecte" BEEP LINE 22
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             DISPLAY "                           " LINE 22 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ConcepteDespesa.
           DISPLAY "Concepte: " LINE 21 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT ConcepteDespesa LINE 21 POSITION 15 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           MOVE 0 TO ImportDespesa.
           DISPLAY "Import: " LINE 21 POSITION 47
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT ImportDespesa LINE 21 POSITION 55 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           MOVE SPACES TO JustificantDespesa.
           DISPLAY "Justificant: " LINE 22 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT JustificantDespesa LINE 22 POSITION 18 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF ImportDespesa EQUAL 0
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NumDespesesBestreta.
           MOVE WS-GuiaDemanat TO CodiGuiaDespesa.
           MOVE WS-CodiViatgeDemanat TO CodiViatgeDespesa.
           MOVE WS-DataSortidaDemanada TO DataSortidaDespesa.
           MOVE NumDespesesBestreta TO NumeroDespesa.
           WRITE RegistreDespesaGuia.
           ADD ImportDespesa TO TotalDespesesBestreta.
           REWRITE RegistreBestreta.
           PERFORM MostrarDespesa.
           DISPLAY "                                                  "
             LINE 20 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "                                                  "
             LINE 21 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "                              " LINE 22 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".

        Liquidar.
           COMPUTE TotalDespesesEur ROUNDED = TotalDespesesBestreta *
             TaxaCanviBestreta.
           COMPUTE SaldoLiquidacioEur = ImportBestretaEur -
             TotalDespesesEur.
           PERFORM MostrarLiquidacio.
           IF WS-SenseJustificant > 0
             MOVE WS-SenseJustificant TO ED-Linies
             DISPLAY "AVIS: linies sense justificant:" BEEP LINE 21
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Linies LINE 21 POSITION 37
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           MOVE "N" TO Segur.
           DISPLAY "Liquidar la bestreta ara (S/N)? " LINE 22
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Segur LINE 22 POSITION 40 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF Segur NOT EQUAL "S"
             EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO NumeroPagamentLiquidacio.
           IF SaldoLiquidacioEur > 0
             MOVE SaldoLiquidacioEur TO WS-ImportCaixa
             MOVE "D" TO MetodePagament
             PERFORM RegistrarMovimentCaixa
             PERFORM AcumularSessioCaixa
           END-IF.
           IF SaldoLiquidacioEur < 0
             COMPUTE WS-ImportCaixa = 0 - SaldoLiquidacioEur
             MOVE "G" TO MetodePagament
             PERFORM RegistrarMovimentCaixa
             PERFORM AcumularSessioCaixa
           END-IF.
           PERFORM ActualitzarCostosReals.
           MOVE "L" TO EstatBestreta.
           MOVE WS-DataAvui TO DataLiquidacioBestreta.
           REWRITE RegistreBestreta.
           DISPLAY "Bestreta liquidada" LINE 22 POSITION 45
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Tecla NO BEEP.

        MostrarLiquidacio.
           MOVE TotalDespesesBestreta TO ED-Import.
           DISPLAY "Total despeses: " LINE 18 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 18 POSITION 22
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY MonedaBestreta LINE 18 POSITION 30
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE TotalDespesesEur TO ED-Import.
           DISPLAY "EUR: " LINE 18 POSITION 35
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 18 POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE SaldoLiquidacioEur TO ED-Saldo.
           IF SaldoLiquidacioEur < 0
             DISPLAY "A pagar al guia: " LINE 18 POSITION 49
               CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
           ELSE
             DISPLAY "A retornar guia: " LINE 18 POSITION 49
               CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
           END-IF.
           DISPLAY ED-Saldo LINE 18 POSITION 66
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".

        RegistrarMovimentCaixa.
           OPEN I-O FitxerPagaments.
           IF EstatFitxerPagaments NOT EQUAL "00"
             OPEN OUTPUT FitxerPagaments
             CLOSE FitxerPagaments
             OPEN I-O FitxerPagaments
           END-IF.
           MOVE 0 TO NumeroReservaPagat.
           MOVE WS-GuiaDemanat TO DniPagament.
           MOVE WS-DataAvui TO DataPagament.
           ACCEPT WS-HoraSistema FROM TIME.
           MOVE SPACES TO HoraPagament.
           STRING WS-HoresSistema DELIMITED BY SIZE ":" DELIMITED BY
             SIZE WS-MinutsSistema DELIMITED BY SIZE ":" DELIMITED BY
             SIZE WS-SegonsSistema DELIMITED BY SIZE INTO
             HoraPagament.
           MOVE WS-NomUsuariSessio TO UsuariPagament.
           MOVE WS-ImportCaixa TO ImportPagament.
           MOVE WS-OficinaSessio TO OficinaPagament.
           MOVE SPACE TO ConciliatPagament.
           MOVE 0 TO NumeroRebutComu.
           PERFORM ObtenirNumeroPagament.
           WRITE RegistrePagament.
           MOVE "WR" TO RD-Operacio.
           MOVE SPACES TO RD-ImatgeAbans.
           PERFORM DiariPagament.
           IF EstatFitxerPagaments EQUAL "00"
             MOVE NumeroPagament TO NumeroPagamentLiquidacio
           END-IF.
           CLOSE FitxerPagaments.

        AcumularSessioCaixa.
           OPEN I-O FitxerSessionsCaixa.
           IF EstatFitxerSessionsCaixa EQUAL "00"
             MOVE WS-DataSistema TO DataSessioCaixa
             MOVE WS-NomUsuariSessio TO OperadorSessioCaixa
             READ FitxerSessionsCaixa
             IF EstatFitxerSessionsCaixa EQUAL "00" AND
                SessioCaixaOberta
               IF SaldoLiquidacioEur > 0
                 ADD WS-ImportCaixa TO EfectiuAcumulatCaixa
               ELSE
                 ADD WS-ImportCaixa TO SortidesEfectiuCaixa
               END-IF
               REWRITE RegistreSessioCaixa
             ELSE
               DISPLAY "AVIS: cap sessio de caixa oberta" BEEP
                 LINE 20 POSITION 5 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE"
               ACCEPT Tecla NO BEEP
             END-IF
             CLOSE FitxerSessionsCaixa
           END-IF.

        ActualitzarCostosReals.
           OPEN I-O FitxerCostosDeparture.
           IF EstatFitxerCostosDeparture NOT EQUAL "00"
             OPEN OUTPUT FitxerCostosDeparture
             CLOSE FitxerCostosDeparture
             OPEN I-O FitxerCostosDeparture
           END-IF.
           MOVE WS-CodiViatgeDemanat TO CodiViatgeCost.
           MOVE WS-DataSortidaDemanada TO DataDeparturaCost.
           READ FitxerCostosDeparture.
           IF EstatFitxerCostosDeparture EQUAL "00"
             ADD TotalDespesesEur TO DespesesGuiaReals
             REWRITE RegistreCostDeparture
           ELSE
             MOVE WS-CodiViatgeDemanat TO CodiViatgeCost
             MOVE WS-DataSortidaDemanada TO DataDeparturaCost
             MOVE 0 TO CostAutocarDeparture
             MOVE 0 TO HonorarisGuiaDeparture
             MOVE 0 TO HabitacioGuiaDeparture
             MOVE 0 TO AltresCostosDeparture
             MOVE SPACES TO ConcepteAltresCostos
             MOVE TotalDespesesEur TO DespesesGuiaReals
             WRITE RegistreCostDeparture
           END-IF.
           CLOSE FitxerCostosDeparture.

        DiariPagament.
           IF EstatFitxerPagaments EQUAL "00"
             MOVE "PAGAMENT" TO RD-Fitxer
             MOVE RegistrePagament TO RD-ImatgeDespres
             CALL "REGDIARI.COB" USING PeticioDiari
             CANCEL "REGDIARI.COB"
           END-IF.

        ObtenirNumeroPagament.
           OPEN I-O FitxerNumPagaments.
           IF EstatFitxerNumPagaments NOT EQUAL "00"
             OPEN OUTPUT FitxerNumPagaments
             CLOSE FitxerNumPagaments
             OPEN I-O FitxerNumPagaments
           END-IF.
           MOVE "NUMPAGAM" TO ClauNumPagaments.
           READ FitxerNumPagaments
             INVALID KEY MOVE 0 TO UltimNumeroPagament
           END-READ.
           ADD 1 TO UltimNumeroPagament.
           IF EstatFitxerNumPagaments EQUAL "00"
             REWRITE RegistreNumPagaments
           ELSE
             WRITE RegistreNumPagaments
           END-IF.
           MOVE UltimNumeroPagament TO NumeroPagament.
           CLOSE FitxerNumPagaments.

        Sortir.
           CLOSE FitxerGuies.
           CLOSE FitxerBestretes.
           CLOSE FitxerDespesesGuia.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "DEFAULT2.SCR 0 1 23 79" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           EXIT PROGRAM.
