       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulConciliacioTPV.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FPAGAM.CPY.
            COPY S-FLTPV.CPY.
            COPY S-FLLIST.CPY.
            SELECT FitxerLiquidacio ASSIGN TO WS-NomFitxerLiquidacio
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EstatFitxerLiquidacio.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-PAGAM.CPY.
          COPY FD-LTPV.CPY.
          COPY FD-LLIST.CPY.
         FD FitxerLiquidacio
           LABEL RECORD IS STANDARD
           DATA RECORD IS LiniaLiquidacio.
         01 LiniaLiquidacio             PIC X(80).

        WORKING-STORAGE SECTION.
         77 EstatFitxerPagaments     PIC XX VALUE "00".
         77 EstatFitxerLiquidacionsTPV PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 EstatFitxerLiquidacio    PIC XX VALUE "00".
         77 WS-NomFitxerLiquidacio   PIC X(40) VALUE SPACES.
         77 FiFitxer                 PIC XX VALUE "NO".
         77 FiPagaments              PIC XX VALUE "NO".
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
            VALUE "CONCILIACIO TARGETES TPV".
         77 WS-DataLiquidacio        PIC X(10) VALUE SPACES.
         77 WS-DataOperacio          PIC X(10) VALUE SPACES.
         77 WS-OficinaOperacio       PIC 9(2) VALUE 0.
         77 WS-ImportOperacio        PIC 9(7) VALUE 0.
         77 WS-ComissioText          PIC X(12) VALUE SPACES.
         77 WS-ComissioEnter         PIC 9(5) VALUE 0.
         77 WS-ComissioCentims       PIC XX VALUE SPACES.
         77 WS-ComissioCentimsN REDEFINES WS-ComissioCentims
                                     PIC 99.
         77 WS-ComissioOperacio      PIC 9(5)V99 VALUE 0.
         77 WS-ReferenciaOperacio    PIC X(20) VALUE SPACES.
         77 WS-CandidatTrobat        PIC X VALUE "N".
         77 WS-NumCandidat           PIC 9(7) VALUE 0.
         77 WS-NumCasats             PIC 9(5) VALUE 0.
         77 WS-NumNomesAdquirent     PIC 9(5) VALUE 0.
         77 WS-NumNomesLlibres       PIC 9(5) VALUE 0.
         77 WS-AnyResum              PIC 9(4) VALUE 0.
         77 WS-DiaReg                PIC 99.
         77 WS-MesReg                PIC 99.
         77 WS-AnyReg                PIC 9(4).
         77 WS-IndexMes              PIC 99 VALUE 0.
         77 WS-TotalComissioAny      PIC 9(7)V99 VALUE 0.
         77 WS-TotalBrutAny          PIC 9(9) VALUE 0.
         77 ED-Import                PIC ZZZZZZ9.
         77 ED-ImportGran            PIC ZZZZZZZZ9.
         77 ED-Comissio              PIC ZZZZZZ9.99.

         01 WS-TaulaMesosTPV.
           02 WS-EntMesTPV OCCURS 12 TIMES.
             03 WS-MesNumTPV         PIC 9(5).
             03 WS-MesBrutTPV        PIC 9(9).
             03 WS-MesComissioTPV    PIC 9(7)V99.

         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.

         COPY REGDIARI.CPY.
       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerPagaments, FitxerLiquidacionsTPV.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN I-O FitxerPagaments.
           IF EstatFitxerPagaments NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Pagaments NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           OPEN I-O FitxerLiquidacionsTPV.
           IF EstatFitxerLiquidacionsTPV NOT EQUAL "00"
             OPEN OUTPUT FitxerLiquidacionsTPV
             CLOSE FitxerLiquidacionsTPV
             OPEN I-O FitxerLiquidacionsTPV
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           DISPLAY "Fitxer de liquidacio TPV: " LINE 1 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-NomFitxerLiquidacio LINE 1 POSITION 32 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, PROMPT" NO BEEP.
           IF WS-NomFitxerLiquidacio NOT EQUAL SPACES
             OPEN INPUT FitxerLiquidacio
             IF EstatFitxerLiquidacio NOT EQUAL "00"
               DISPLAY "ERROR!!! Fitxer de liquidacio NO existeix"
                 BEEP LINE 11 POSITION 10 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE"
               ACCEPT Tecla NO BEEP
               PERFORM Sortir
             END-IF
             DISPLAY "Data de liquidacio: " LINE 2 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-DataLiquidacio LINE 2 POSITION 26 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP
             IF WS-DataLiquidacio EQUAL SPACES
               STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED
                 BY SIZE WS-MesSistema DELIMITED BY SIZE "/"
                 DELIMITED BY SIZE WS-AnySistema DELIMITED BY SIZE
                 INTO WS-DataLiquidacio
             END-IF
           END-IF.
           DISPLAY "Any del resum de comissions: " LINE 2 POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-AnyResum LINE 2 POSITION 70 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           IF WS-AnyResum EQUAL 0
             MOVE WS-AnySistema TO WS-AnyResum
           END-IF.
           PERFORM DemanarSortida.
           MOVE 6 TO Fila.
           IF WS-NomFitxerLiquidacio NOT EQUAL SPACES
             DISPLAY "CONCILIACIO DE PAGAMENTS AMB TARGETA" LINE 4
               POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
             IF NOT SortidaPantalla
               MOVE "CONCILIACIO DE PAGAMENTS AMB TARGETA" TO
                 LiniaSortida
               WRITE LiniaSortida
             END-IF
             MOVE "NO" TO FiFitxer
             PERFORM ProcessarLiniaLiquidacio UNTIL FiFitxer = "SI"
             CLOSE FitxerLiquidacio
           END-IF.
           PERFORM LlistarNomesLlibres.
           PERFORM ResumComissions.
           DISPLAY "Casats: " LINE 21 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-NumCasats LINE 21 POSITION 13
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Nomes adquirent: " LINE 21 POSITION 21
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-NumNomesAdquirent LINE 21 POSITION 38
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Nomes llibres: " LINE 21 POSITION 46
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-NumNomesLlibres LINE 21 POSITION 61
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "CASATS: " DELIMITED BY SIZE
               WS-NumCasats DELIMITED BY SIZE
               "  NOMES ADQUIRENT: " DELIMITED BY SIZE
               WS-NumNomesAdquirent DELIMITED BY SIZE
               "  NOMES LLIBRES: " DELIMITED BY SIZE
               WS-NumNomesLlibres DELIMITED BY SIZE
               INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           ACCEPT Tecla NO BEEP.
           IF NOT SortidaPantalla CLOSE FitxerSortida END-IF.
           PERFORM Sortir.

        DemanarSortida.
           MOVE "P" TO TipusSortida.
           DISPLAY "Sortida: (P)antalla (I)mpressora (F)itxer: " LINE 3
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TipusSortida LINE 3 POSITION 50 CONTROL
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

        ProcessarLiniaLiquidacio.
           READ FitxerLiquidacio, AT END MOVE "SI" TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             MOVE SPACES TO WS-DataOperacio
             MOVE 0 TO WS-OficinaOperacio
             MOVE 0 TO WS-ImportOperacio
             MOVE SPACES TO WS-ComissioText
             MOVE SPACES TO WS-ReferenciaOperacio
             UNSTRING LiniaLiquidacio DELIMITED BY ";" INTO
               WS-DataOperacio WS-OficinaOperacio WS-ImportOperacio
               WS-ComissioText WS-ReferenciaOperacio
             PERFORM ConvertirComissio
             IF WS-ImportOperacio > 0
               PERFORM CercarCandidat
               IF WS-CandidatTrobat EQUAL "S"
                 PERFORM MarcarCasat
               ELSE
                 PERFORM RegistrarNomesAdquirent
               END-IF
             END-IF
           END-IF.

        ConvertirComissio.
           MOVE 0 TO WS-ComissioEnter.
           MOVE SPACES TO WS-ComissioCentims.
           UNSTRING WS-ComissioText DELIMITED BY "." OR "," INTO
             WS-ComissioEnter WS-ComissioCentims.
           INSPECT WS-ComissioCentims REPLACING ALL SPACE BY "0".
           IF WS-ComissioCentims NOT NUMERIC
             MOVE "00" TO WS-ComissioCentims
           END-IF.
           COMPUTE WS-ComissioOperacio = WS-ComissioEnter +
             (WS-ComissioCentimsN / 100).

        CercarCandidat.
           MOVE "N" TO WS-CandidatTrobat.
           MOVE 0 TO WS-NumCandidat.
           MOVE 0 TO NumeroPagament.
           START FitxerPagaments KEY IS GREATER THAN NumeroPagament.
           IF EstatFitxerPagaments EQUAL "00"
             MOVE "NO" TO FiPagaments
             PERFORM AvaluarCandidat UNTIL FiPagaments = "SI" OR
               WS-CandidatTrobat = "S"
           END-IF.

        AvaluarCandidat.
           READ FitxerPagaments NEXT RECORD, AT END MOVE "SI" TO
             FiPagaments.
           IF FiPagaments NOT EQUAL "SI"
             IF PagamentTargeta AND NOT PagamentConciliat AND
                ImportPagament EQUAL WS-ImportOperacio AND
                DataPagament EQUAL WS-DataOperacio AND
                OficinaPagament EQUAL WS-OficinaOperacio
               MOVE "S" TO WS-CandidatTrobat
               MOVE NumeroPagament TO WS-NumCandidat
             END-IF
           END-IF.

        MarcarCasat.
           MOVE WS-NumCandidat TO NumeroPagament.
           READ FitxerPagaments.
           IF EstatFitxerPagaments EQUAL "00"
             MOVE "RW" TO RD-Operacio
             MOVE RegistrePagament TO RD-ImatgeAbans
             MOVE "S" TO ConciliatPagament
             REWRITE RegistrePagament
             PERFORM DiariPagament
             MOVE WS-NumCandidat TO NumeroPagamentTPV
             MOVE WS-DataOperacio TO DataOperacioTPV
             MOVE WS-DataLiquidacio TO DataLiquidacioTPV
             MOVE WS-OficinaOperacio TO OficinaTPV
             MOVE WS-ImportOperacio TO ImportBrutTPV
             MOVE WS-ComissioOperacio TO ComissioTPV
             MOVE WS-ReferenciaOperacio TO ReferenciaTPV
             WRITE RegistreLiquidacioTPV
             IF EstatFitxerLiquidacionsTPV NOT EQUAL "00"
               REWRITE RegistreLiquidacioTPV
             END-IF
             ADD 1 TO WS-NumCasats
             IF NOT SortidaPantalla
               MOVE WS-ComissioOperacio TO ED-Comissio
               MOVE SPACES TO LiniaSortida
               STRING "CASAT " DELIMITED BY SIZE
                 WS-DataOperacio DELIMITED BY SIZE " " DELIMITED BY
                 SIZE WS-ImportOperacio DELIMITED BY SIZE
                 " COMISSIO " DELIMITED BY SIZE ED-Comissio
                 DELIMITED BY SIZE " PAGAMENT " DELIMITED BY SIZE
                 WS-NumCandidat DELIMITED BY SIZE " RESERVA "
                 DELIMITED BY SIZE NumeroReservaPagat DELIMITED BY
                 SIZE INTO LiniaSortida
               WRITE LiniaSortida
             END-IF
           END-IF.

        RegistrarNomesAdquirent.
           ADD 1 TO WS-NumNomesAdquirent.
           MOVE WS-ImportOperacio TO ED-Import.
           DISPLAY "NOMES ADQUIRENT " LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-DataOperacio LINE Fila POSITION 21
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-OficinaOperacio LINE Fila POSITION 32
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE Fila POSITION 35
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-ReferenciaOperacio LINE Fila POSITION 43
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           PERFORM AvancarFila.
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "NOMES ADQUIRENT " DELIMITED BY SIZE
               WS-DataOperacio DELIMITED BY SIZE " OFICINA "
               DELIMITED BY SIZE WS-OficinaOperacio DELIMITED BY
               SIZE " " DELIMITED BY SIZE WS-ImportOperacio
               DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-ReferenciaOperacio DELIMITED BY SIZE
               INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        LlistarNomesLlibres.
           MOVE 0 TO NumeroPagament.
           START FitxerPagaments KEY IS GREATER THAN NumeroPagament.
           IF EstatFitxerPagaments EQUAL "00"
             MOVE "NO" TO FiPagaments
             PERFORM RevisarNoCasat UNTIL FiPagaments = "SI"
           END-IF.

        RevisarNoCasat.
           READ FitxerPagaments NEXT RECORD, AT END MOVE "SI" TO
             FiPagaments.
           IF FiPagaments NOT EQUAL "SI"
             IF PagamentTargeta AND NOT PagamentConciliat
               ADD 1 TO WS-NumNomesLlibres
               DISPLAY "NOMES LLIBRES " LINE Fila POSITION 5
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY NumeroPagament LINE Fila POSITION 20
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY DataPagament LINE Fila POSITION 29
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY OficinaPagament LINE Fila POSITION 40
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               MOVE ImportPagament TO ED-Import
               DISPLAY ED-Import LINE Fila POSITION 43
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               PERFORM AvancarFila
               IF NOT SortidaPantalla
                 MOVE SPACES TO LiniaSortida
                 STRING "NOMES LLIBRES " DELIMITED BY SIZE
                   NumeroPagament DELIMITED BY SIZE " " DELIMITED
                   BY SIZE DataPagament DELIMITED BY SIZE
                   " OFICINA " DELIMITED BY SIZE OficinaPagament
                   DELIMITED BY SIZE " " DELIMITED BY SIZE
                   ImportPagament DELIMITED BY SIZE " RESERVA "
                   DELIMITED BY SIZE NumeroReservaPagat DELIMITED BY
                   SIZE INTO LiniaSortida
                 WRITE LiniaSortida
               END-IF
             END-IF
           END-IF.

        ResumComissions.
           PERFORM InicialitzarMes VARYING WS-IndexMes FROM 1 BY 1
             UNTIL WS-IndexMes > 12.
           MOVE 0 TO WS-TotalComissioAny.
           MOVE 0 TO WS-TotalBrutAny.
           MOVE 0 TO NumeroPagamentTPV.
           START FitxerLiquidacionsTPV KEY IS GREATER THAN
             NumeroPagamentTPV.
           IF EstatFitxerLiquidacionsTPV EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM AcumularLiquidacio UNTIL FiFitxer = "SI"
           END-IF.
           ACCEPT Tecla NO BEEP.
           MOVE 6 TO Fila.
           DISPLAY BORRADO.
           DISPLAY "COMISSIONS TPV PER MES - ANY " LINE 4 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-AnyResum LINE 4 POSITION 34
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "MES  OPERAC.      BRUT    COMISSIO" LINE 5
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "COMISSIONS TPV PER MES - ANY " DELIMITED BY SIZE
               WS-AnyResum DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           PERFORM EscriureMes VARYING WS-IndexMes FROM 1 BY 1
             UNTIL WS-IndexMes > 12.
           MOVE WS-TotalBrutAny TO ED-ImportGran.
           MOVE WS-TotalComissioAny TO ED-Comissio.
           DISPLAY "TOTAL" LINE 19 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-ImportGran LINE 19 POSITION 16
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Comissio LINE 19 POSITION 27
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "TOTAL ANY BRUT " DELIMITED BY SIZE
               ED-ImportGran DELIMITED BY SIZE " COMISSIO "
               DELIMITED BY SIZE ED-Comissio DELIMITED BY SIZE
               INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        InicialitzarMes.
           MOVE 0 TO WS-MesNumTPV(WS-IndexMes).
           MOVE 0 TO WS-MesBrutTPV(WS-IndexMes).
           MOVE 0 TO WS-MesComissioTPV(WS-IndexMes).

        AcumularLiquidacio.
           READ FitxerLiquidacionsTPV NEXT RECORD, AT END MOVE "SI"
             TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             UNSTRING DataOperacioTPV DELIMITED BY "/" INTO WS-DiaReg
               WS-MesReg WS-AnyReg
             IF WS-AnyReg EQUAL WS-AnyResum AND
                WS-MesReg >= 1 AND WS-MesReg <= 12
               ADD 1 TO WS-MesNumTPV(WS-MesReg)
               ADD ImportBrutTPV TO WS-MesBrutTPV(WS-MesReg)
               ADD ComissioTPV TO WS-MesComissioTPV(WS-MesReg)
               ADD ImportBrutTPV TO WS-TotalBrutAny
               ADD ComissioTPV TO WS-TotalComissioAny
             END-IF
           END-IF.

        EscriureMes.
           MOVE WS-MesBrutTPV(WS-IndexMes) TO ED-ImportGran.
           MOVE WS-MesComissioTPV(WS-IndexMes) TO ED-Comissio.
           DISPLAY WS-IndexMes LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-MesNumTPV(WS-IndexMes) LINE Fila POSITION 10
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-ImportGran LINE Fila POSITION 16
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Comissio LINE Fila POSITION 27
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ADD 1 TO Fila.
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "MES " DELIMITED BY SIZE WS-IndexMes DELIMITED BY
               SIZE " OPERACIONS " DELIMITED BY SIZE
               WS-MesNumTPV(WS-IndexMes) DELIMITED BY SIZE " BRUT "
               DELIMITED BY SIZE ED-ImportGran DELIMITED BY SIZE
               " COMISSIO " DELIMITED BY SIZE ED-Comissio DELIMITED
               BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        AvancarFila.
           ADD 1 TO Fila.
           IF Fila > 19
             ACCEPT Tecla NO BEEP
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
           CLOSE FitxerLiquidacionsTPV.
           EXIT PROGRAM.
