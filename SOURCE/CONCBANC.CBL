          FILE-CONTROL.
            COPY S-FPAGAM.CPY.
            COPY S-FLLIST.CPY.
            COPY S-FDIPOS.CPY.
            SELECT FitxerExtracte ASSIGN TO WS-NomFitxerExtracte
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EstatFitxerExtracte.
        FILE SECTION.
          COPY FD-PAGAM.CPY.
          COPY FD-LLIST.CPY.
          COPY FD-DIPOS.CPY.
         FD FitxerExtracte
           LABEL RECORD IS STANDARD
           DATA RECORD IS LiniaExtracte.
         77 EstatFitxerPagaments     PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 EstatFitxerExtracte      PIC XX VALUE "00".
         77 EstatFitxerDiposits      PIC XX VALUE "00".
         77 WS-DipositsOberts        PIC X VALUE "N".
         77 FiDiposits               PIC XX VALUE "NO".
         77 WS-DipositTrobat         PIC X VALUE "N".
         77 WS-NumDipositCandidat    PIC 9(7) VALUE 0.
         77 WS-NomFitxerExtracte     PIC X(40) VALUE SPACES.
         77 FiFitxer                 PIC XX VALUE "NO".
         77 FiPagaments              PIC XX VALUE "NO".
         01 TaulaDiesAcumulatsR REDEFINES TaulaDiesAcumulats.
           02 DiesAcumulats OCCURS 12 TIMES PIC 9(3).

         COPY REGDIARI.CPY.
       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerPagaments, FitxerDiposits.
         END DECLARATIVES.
        SEGUNDA SECTION.

             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           MOVE "N" TO WS-DipositsOberts.
           OPEN I-O FitxerDiposits.
           IF EstatFitxerDiposits EQUAL "00"
             MOVE "S" TO WS-DipositsOberts
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
             UNSTRING LiniaExtracte DELIMITED BY ";" INTO
               WS-DataExtracte WS-ImportExtracte WS-ConcepteExtracte
             IF WS-ImportExtracte > 0
               PERFORM CercarDiposit
               IF WS-DipositTrobat EQUAL "S"
                 PERFORM ConfirmarDiposit
               END-IF
             END-IF
             IF WS-ImportExtracte > 0 AND WS-DipositTrobat NOT EQUAL "S"
               PERFORM CercarCandidat
               IF WS-CandidatTrobat EQUAL "S"
                 PERFORM ConfirmarConciliacio
        CercarCandidat.
           MOVE "N" TO WS-CandidatTrobat.
           MOVE 0 TO WS-NumCandidat.
           PERFORM CalcularDiesExtracte.
           MOVE 0 TO NumeroPagament.
           START FitxerPagaments KEY IS GREATER THAN NumeroPagament.
           IF EstatFitxerPagaments EQUAL "00"
               WS-CandidatTrobat = "S"
           END-IF.

        CercarDiposit.
           MOVE "N" TO WS-DipositTrobat.
           MOVE 0 TO WS-NumDipositCandidat.
           IF WS-DipositsOberts NOT EQUAL "S"
             EXIT PARAGRAPH
           END-IF.
           PERFORM CalcularDiesExtracte.
           MOVE 0 TO NumeroDiposit.
           START FitxerDiposits KEY IS GREATER THAN NumeroDiposit.
           IF EstatFitxerDiposits EQUAL "00"
             MOVE "NO" TO FiDiposits
             PERFORM AvaluarDiposit UNTIL FiDiposits = "SI" OR
               WS-DipositTrobat = "S"
           END-IF.

        AvaluarDiposit.
           READ FitxerDiposits NEXT RECORD, AT END MOVE "SI" TO
             FiDiposits.
           IF FiDiposits NOT EQUAL "SI"
             IF DipositPendent AND
                ImportDiposit EQUAL WS-ImportExtracte
               UNSTRING DataDiposit DELIMITED BY "/" INTO WS-DiaPag
                 WS-MesPag WS-AnyPag
               IF WS-MesPag >= 1 AND WS-MesPag <= 12
                 COMPUTE WS-DiesPag = (WS-AnyPag * 365) +
                   DiesAcumulats(WS-MesPag) + WS-DiaPag
                 COMPUTE WS-DifDies = WS-DiesExt - WS-DiesPag
                 IF WS-DifDies < 0
                   COMPUTE WS-DifDies = 0 - WS-DifDies
                 END-IF
                 IF WS-DifDies <= WS-DiesFinestra
                   MOVE "S" TO WS-DipositTrobat
                   MOVE NumeroDiposit TO WS-NumDipositCandidat
                 END-IF
               END-IF
             END-IF
           END-IF.

        ConfirmarDiposit.
           MOVE WS-ImportExtracte TO ED-Import.
           DISPLAY "Abonament " LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-DataExtracte LINE Fila POSITION 15
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE Fila POSITION 26
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "-> diposit  " LINE Fila POSITION 34
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NumDipositCandidat LINE Fila POSITION 46
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "(S/N)? " LINE Fila POSITION 55
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE "S" TO WS-Resposta.
           ACCEPT WS-Resposta LINE Fila POSITION 64 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF WS-Resposta EQUAL "S"
             PERFORM MarcarDipositConciliat
             PERFORM AvancarFila
           ELSE
             MOVE "N" TO WS-DipositTrobat
           END-IF.

        MarcarDipositConciliat.
           MOVE WS-NumDipositCandidat TO NumeroDiposit.
           READ FitxerDiposits.
           IF EstatFitxerDiposits EQUAL "00"
             MOVE "C" TO EstatDiposit
             MOVE WS-DataExtracte TO DataConciliacioDiposit
             REWRITE RegistreDiposit
             ADD 1 TO WS-NumConciliats
             IF NOT SortidaPantalla
               MOVE SPACES TO LiniaSortida
               STRING "CONCILIAT " DELIMITED BY SIZE
                 WS-DataExtracte DELIMITED BY SIZE " " DELIMITED BY
                 SIZE WS-ImportExtracte DELIMITED BY SIZE
                 " DIPOSIT " DELIMITED BY SIZE WS-NumDipositCandidat
                 DELIMITED BY SIZE " RESGUARD " DELIMITED BY SIZE
                 ResguardDiposit DELIMITED BY SIZE
                 INTO LiniaSortida
               WRITE LiniaSortida
             END-IF
           END-IF.

        AvaluarCandidat.
           READ FitxerPagaments NEXT RECORD, AT END MOVE "SI" TO
             FiPagaments.
             END-IF
           END-IF.

        CalcularDiesExtracte.
           UNSTRING WS-DataExtracte DELIMITED BY "/" INTO WS-DiaExt
             WS-MesExt WS-AnyExt.
           IF WS-MesExt < 1 OR WS-MesExt > 12
             MOVE 0 TO WS-DiesExt
           ELSE
             COMPUTE WS-DiesExt = (WS-AnyExt * 365) +
               DiesAcumulats(WS-MesExt) + WS-DiaExt
           END-IF.

        ConfirmarConciliacio.
           MOVE WS-ImportExtracte TO ED-Import.
           DISPLAY "Abonament " LINE Fila POSITION 5
           MOVE WS-NumCandidat TO NumeroPagament.
           READ FitxerPagaments.
           IF EstatFitxerPagaments EQUAL "00"
             MOVE "RW" TO RD-Operacio
             MOVE RegistrePagament TO RD-ImatgeAbans
             MOVE "S" TO ConciliatPagament
             REWRITE RegistrePagament
             PERFORM DiariPagament
             ADD 1 TO WS-NumConciliats
             IF NOT SortidaPantalla
               MOVE SPACES TO LiniaSortida
             MOVE "NO" TO FiPagaments
             PERFORM RevisarNoConciliat UNTIL FiPagaments = "SI"
           END-IF.
           IF WS-DipositsOberts EQUAL "S"
             MOVE 0 TO NumeroDiposit
             START FitxerDiposits KEY IS GREATER THAN NumeroDiposit
             IF EstatFitxerDiposits EQUAL "00"
               MOVE "NO" TO FiDiposits
               PERFORM RevisarDipositPendent UNTIL FiDiposits = "SI"
             END-IF
           END-IF.

        RevisarDipositPendent.
           READ FitxerDiposits NEXT RECORD, AT END MOVE "SI" TO
             FiDiposits.
           IF FiDiposits NOT EQUAL "SI"
             IF DipositPendent
               ADD 1 TO WS-NumNomesLlibres
               DISPLAY "DIPOSIT PEND." LINE Fila POSITION 5
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY NumeroDiposit LINE Fila POSITION 20
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY DataDiposit LINE Fila POSITION 29
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               MOVE ImportDiposit TO ED-Import
               DISPLAY ED-Import LINE Fila POSITION 41
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               PERFORM AvancarFila
               IF NOT SortidaPantalla
                 MOVE SPACES TO LiniaSortida
                 STRING "DIPOSIT PENDENT " DELIMITED BY SIZE
                   NumeroDiposit DELIMITED BY SIZE " " DELIMITED
                   BY SIZE DataDiposit DELIMITED BY SIZE " "
                   DELIMITED BY SIZE ImportDiposit DELIMITED BY
                   SIZE " RESGUARD " DELIMITED BY SIZE
                   ResguardDiposit DELIMITED BY SIZE
                   INTO LiniaSortida
                 WRITE LiniaSortida
               END-IF
             END-IF
           END-IF.

        RevisarNoConciliat.
           READ FitxerPagaments NEXT RECORD, AT END MOVE "SI" TO
             MOVE 6 TO Fila
           END-IF.

        DiariPagament.
           IF EstatFitxerPagaments EQUAL "00"
             MOVE "PAGAMENT" TO RD-Fitxer
             MOVE RegistrePagament TO RD-ImatgeDespres
             CALL "REGDIARI.COB" USING PeticioDiari
             CANCEL "REGDIARI.COB"
           END-IF.

        Sortir.
           CLOSE FitxerPagaments.
           IF WS-DipositsOberts EQUAL "S"
             CLOSE FitxerDiposits
           END-IF.
           EXIT PROGRAM.
