       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulBestretesGuies.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FCATVI.CPY.
            COPY S-FGUIA.CPY.
            COPY S-FASGU.CPY.
            COPY S-FBESTR.CPY.
            COPY S-FMONE.CPY.
            COPY S-FPAGAM.CPY.
            COPY S-FNUMPG.CPY.
            COPY S-FSCAI.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-CATVI.CPY.
          COPY FD-FGUIA.CPY.
          COPY FD-ASGU.CPY.
          COPY FD-BESTR.CPY.
          COPY FD-FMONE.CPY.
          COPY FD-PAGAM.CPY.
          COPY FD-NUMPG.CPY.
          COPY FD-SCAI.CPY.

        WORKING-STORAGE SECTION.
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerGuies         PIC XX VALUE "00".
         77 EstatFitxerAssignGuies   PIC XX VALUE "00".
         77 EstatFitxerBestretes     PIC XX VALUE "00".
         77 EstatFitxerMonedes       PIC XX VALUE "00".
         77 EstatFitxerPagaments     PIC XX VALUE "00".
         77 EstatFitxerNumPagaments  PIC XX VALUE "00".
         77 EstatFitxerSessionsCaixa PIC XX VALUE "00".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 Segur                    PIC X VALUE "N".
         77 WS-CodiViatgeDemanat     PIC 9(5) VALUE 0.
         77 WS-DataSortidaDemanada   PIC X(10) VALUE SPACES.
         77 WS-GuiaDemanat           PIC X(5) VALUE SPACES.
         77 WS-LliurarEfectiu        PIC X VALUE "S".
         77 WS-DataAvui              PIC X(10) VALUE SPACES.
         77 ED-Import                PIC ZZZZZZ9.
         77 ED-Taxa                  PIC ZZZ9.9999.
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
                 CatalegViatges, FitxerGuies, FitxerAssignGuies,
                 FitxerBestretes, FitxerMonedes.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN INPUT CatalegViatges.
           IF EstatCatalegViatges NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Viatges NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           OPEN INPUT FitxerGuies.
           IF EstatFitxerGuies NOT EQUAL "00"
             DISPLAY "ERROR!!! Cap guia donat d'alta" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           OPEN INPUT FitxerAssignGuies.
           OPEN I-O FitxerBestretes.
           IF EstatFitxerBestretes NOT EQUAL "00"
             OPEN OUTPUT FitxerBestretes
             CLOSE FitxerBestretes
             OPEN I-O FitxerBestretes
           END-IF.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnySistema DELIMITED BY SIZE INTO WS-DataAvui.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 2 0 23 80" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "BESTRETA D'EFECTIU A GUIA" LINE 3 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Codi del Viatge: " LINE 4 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-CodiViatgeDemanat LINE 4 POSITION 30 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, PROMPT" NO BEEP.
           MOVE WS-CodiViatgeDemanat TO CodiViatge.
           READ CatalegViatges.
           IF EstatCatalegViatges NOT EQUAL "00"
             DISPLAY "ERROR!!! Viatge NO existeix" BEEP LINE 5
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           DISPLAY Titol LINE 4 POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Data de sortida (DD MES): " LINE 5 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-DataSortidaDemanada LINE 5 POSITION 32 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           PERFORM ProposarGuia.
           DISPLAY "Codi del Guia: " LINE 6 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-GuiaDemanat LINE 6 POSITION 32 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE, PROMPT"
             NO BEEP.
           MOVE WS-GuiaDemanat TO CodiGuia.
           READ FitxerGuies.
           IF EstatFitxerGuies NOT EQUAL "00"
             DISPLAY "ERROR!!! Guia NO donat d'alta" BEEP LINE 7
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           DISPLAY NomGuia LINE 6 POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-GuiaDemanat TO CodiGuiaBestreta.
           MOVE WS-CodiViatgeDemanat TO CodiViatgeBestreta.
           MOVE WS-DataSortidaDemanada TO DataSortidaBestreta.
           READ FitxerBestretes.
           IF EstatFitxerBestretes EQUAL "00"
             PERFORM MostrarBestreta
             DISPLAY "Bestreta ja registrada per aquesta sortida"
               BEEP LINE 16 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           PERFORM NovaBestreta.
           PERFORM Sortir.

        ProposarGuia.
           MOVE SPACES TO WS-GuiaDemanat.
           IF EstatFitxerAssignGuies EQUAL "00"
             MOVE WS-CodiViatgeDemanat TO CodiViatgeGuia
             MOVE WS-DataSortidaDemanada TO DataSortidaGuia
             READ FitxerAssignGuies
             IF EstatFitxerAssignGuies EQUAL "00"
               MOVE CodiGuiaAssignat TO WS-GuiaDemanat
             END-IF
           END-IF.

        MostrarBestreta.
           DISPLAY "Data de la bestreta: " LINE 8 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DataBestreta LINE 8 POSITION 32
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE ImportBestreta TO ED-Import.
           DISPLAY "Import bestret: " LINE 9 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 9 POSITION 32
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY MonedaBestreta LINE 9 POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE ImportBestretaEur TO ED-Import.
           DISPLAY "Contravalor EUR: " LINE 10 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 10 POSITION 32
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Estat: " LINE 11 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF BestretaLiquidada
             DISPLAY "LIQUIDADA EL" LINE 11 POSITION 32
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY DataLiquidacioBestreta LINE 11 POSITION 45
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           ELSE
             DISPLAY "PENDENT DE LIQUIDAR" LINE 11 POSITION 32
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.

        NovaBestreta.
           MOVE 0 TO ImportBestreta.
           DISPLAY "Import bestret: " LINE 8 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT ImportBestreta LINE 8 POSITION 32 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           IF ImportBestreta EQUAL 0
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO MonedaBestreta.
           DISPLAY "Moneda (blanc = EUR): " LINE 9 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT MonedaBestreta LINE 9 POSITION 32 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF MonedaBestreta EQUAL SPACES
             MOVE "EUR" TO MonedaBestreta
           END-IF.
           MOVE 1 TO TaxaCanviBestreta.
           IF MonedaBestreta NOT EQUAL "EUR"
             PERFORM ObtenirTaxaMoneda
             IF EstatFitxerMonedes NOT EQUAL "00"
               DISPLAY "ERROR!!! Moneda NO donada d'alta" BEEP
                 LINE 9 POSITION 40 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE"
               ACCEPT Tecla NO BEEP
               EXIT PARAGRAPH
             END-IF
           END-IF.
           COMPUTE ImportBestretaEur ROUNDED = ImportBestreta *
             TaxaCanviBestreta.
           MOVE TaxaCanviBestreta TO ED-Taxa.
           MOVE ImportBestretaEur TO ED-Import.
           DISPLAY "Canvi: " LINE 10 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Taxa LINE 10 POSITION 32
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Contravalor EUR: " LINE 10 POSITION 45
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 10 POSITION 63
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-DataAvui TO DataBestreta.
           DISPLAY "Data de la bestreta (DD/MM/AAAA): " LINE 11
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT DataBestreta LINE 11 POSITION 40 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           MOVE "S" TO WS-LliurarEfectiu.
           IF DataBestreta NOT EQUAL WS-DataAvui
             MOVE "N" TO WS-LliurarEfectiu
           END-IF.
           DISPLAY "Lliurar ara l'efectiu de la caixa (S/N)? " LINE 12
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-LliurarEfectiu LINE 12 POSITION 47 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP.
           MOVE "N" TO Segur.
           DISPLAY "Grabar la bestreta (S/N)? " LINE 14 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Segur LINE 14 POSITION 32 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF Segur NOT EQUAL "S"
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-GuiaDemanat TO CodiGuiaBestreta.
           MOVE WS-CodiViatgeDemanat TO CodiViatgeBestreta.
           MOVE WS-DataSortidaDemanada TO DataSortidaBestreta.
           MOVE WS-NomUsuariSessio TO UsuariBestreta.
           MOVE "P" TO EstatBestreta.
           MOVE 0 TO TotalDespesesBestreta.
           MOVE 0 TO NumDespesesBestreta.
           MOVE SPACES TO DataLiquidacioBestreta.
           MOVE 0 TO TotalDespesesEur.
           MOVE 0 TO SaldoLiquidacioEur.
           MOVE 0 TO NumeroPagamentLiquidacio.
           MOVE 0 TO NumeroPagamentBestreta.
           IF WS-LliurarEfectiu EQUAL "S"
             PERFORM RegistrarMovimentCaixa
             PERFORM AcumularSessioCaixa
           END-IF.
           WRITE RegistreBestreta.
           DISPLAY "Bestreta registrada" LINE 16 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Tecla NO BEEP.

        ObtenirTaxaMoneda.
           OPEN INPUT FitxerMonedes.
           IF EstatFitxerMonedes EQUAL "00"
             MOVE MonedaBestreta TO CodiMoneda
             READ FitxerMonedes
             IF EstatFitxerMonedes EQUAL "00"
               MOVE TaxaCanvi TO TaxaCanviBestreta
             END-IF
             CLOSE FitxerMonedes
           END-IF.

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
           MOVE ImportBestretaEur TO ImportPagament.
           MOVE "G" TO MetodePagament.
           MOVE WS-OficinaSessio TO OficinaPagament.
           MOVE SPACE TO ConciliatPagament.
           MOVE 0 TO NumeroRebutComu.
           PERFORM ObtenirNumeroPagament.
           WRITE RegistrePagament.
           MOVE "WR" TO RD-Operacio.
           MOVE SPACES TO RD-ImatgeAbans.
           PERFORM DiariPagament.
           IF EstatFitxerPagaments NOT EQUAL "00"
             DISPLAY "ERROR!!! El moviment NO s'ha pogut grabar al"
               BEEP LINE 15 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "diari de pagaments" LINE 15 POSITION 50
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
           ELSE
             MOVE NumeroPagament TO NumeroPagamentBestreta
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
               ADD ImportBestretaEur TO SortidesEfectiuCaixa
               REWRITE RegistreSessioCaixa
             ELSE
               DISPLAY "AVIS: cap sessio de caixa oberta" BEEP
                 LINE 16 POSITION 40 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE"
               ACCEPT Tecla NO BEEP
             END-IF
             CLOSE FitxerSessionsCaixa
           END-IF.

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
           CLOSE CatalegViatges.
           CLOSE FitxerGuies.
           CLOSE FitxerAssignGuies.
           CLOSE FitxerBestretes.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 2 0 23 80" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           EXIT PROGRAM.
