       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulSegmentacioClients.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FCLIEN.CPY.
            COPY S-FSEGCL.CPY.
            COPY S-FRESER.CPY.
            COPY S-FARXR.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-CLIEN.CPY.
          COPY FD-SEGCL.CPY.
          COPY FD-RESER.CPY.
          COPY FD-FARXR.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerClients       PIC XX VALUE "00".
         77 EstatFitxerSegments      PIC XX VALUE "00".
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatFitxerArxiu         PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 WS-NomFitxerArxiu        PIC X(40) VALUE SPACES.
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 6.
         77 Tecla                    PIC X.
         77 Comptador                PIC 99.
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
            VALUE "SEGMENTACIO DE CLIENTS".
         77 WS-Mode                  PIC X VALUE "C".
           88 ModeCalcul             VALUE "C".
           88 ModeInforme            VALUE "I".
         77 WS-EsNou                 PIC X VALUE "N".
         77 WS-DniCercat             PIC X(9) VALUE SPACES.
         77 WS-CodiCercat            PIC X(4) VALUE SPACES.
         77 WS-IndexS                PIC 9 VALUE 0.
         77 WS-IndexA                PIC 9 VALUE 0.
         77 WS-IndexN                PIC 9 VALUE 0.
         77 WS-IndexTrobat           PIC 9 VALUE 0.
         77 WS-MesActual             PIC 9(6) VALUE 0.
         77 WS-MesosDarrer           PIC S9(6) VALUE 0.
         77 WS-MesosPrimer           PIC S9(6) VALUE 0.
         77 WS-DataViatge            PIC 9(8) VALUE 0.
         77 WS-DiaRes                PIC 99 VALUE 0.
         77 WS-MesRes                PIC 99 VALUE 0.
         77 WS-AnyRes                PIC 9(4) VALUE 0.
         77 WS-DiaSort               PIC 99 VALUE 0.
         77 WS-MesSort               PIC 99 VALUE 0.
         77 WS-AnySort               PIC 9(4) VALUE 0.
         77 WS-TotalClients          PIC 9(6) VALUE 0.
         77 WS-TotalCanvis           PIC 9(6) VALUE 0.
         77 WS-ClientsEsborrats      PIC 9(6) VALUE 0.
         77 WS-DataTxt               PIC X(10) VALUE SPACES.
         77 ED-Comptador             PIC ZZZZZ9.
         77 ED-Anterior              PIC ZZZZZ9.
         77 ED-Actual                PIC ZZZZZ9.
         77 ED-Entren                PIC ZZZZZ9.
         77 ED-Surten                PIC ZZZZZ9.
         01 WS-DataNumerica          PIC 9(8).
         01 WS-DataNumericaR REDEFINES WS-DataNumerica.
           02 WS-AnyNum              PIC 9(4).
           02 WS-MesNum              PIC 99.
           02 WS-DiaNum              PIC 99.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.
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
         COPY SEGCLI-W.CPY.
         01 WS-TaulaMoviments.
           02 WS-MovAnterior OCCURS 8 TIMES.
             03 WS-Moviment OCCURS 8 TIMES PIC 9(6).
         01 WS-TaulaResum.
           02 WS-ResumSegment OCCURS 8 TIMES.
             03 WS-ResAnterior       PIC 9(6).
             03 WS-ResActual         PIC 9(6).
             03 WS-ResEntren         PIC 9(6).
             03 WS-ResSurten         PIC 9(6).

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerClients, FitxerSegmentsClients, FitxerReserves.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN INPUT FitxerClients.
           IF EstatFitxerClients NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Clients NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           OPEN I-O FitxerSegmentsClients.
           IF EstatFitxerSegments NOT EQUAL "00"
             OPEN OUTPUT FitxerSegmentsClients
             CLOSE FitxerSegmentsClients
             OPEN I-O FitxerSegmentsClients
           END-IF.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           COMPUTE WS-MesActual = WS-AnySistema * 12 + WS-MesSistema.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           MOVE "C" TO WS-Mode.
           DISPLAY "(C)alcular segments o nomes (I)nforme: " LINE 1
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-Mode LINE 1 POSITION 45 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP.
           IF NOT ModeInforme
             MOVE "C" TO WS-Mode
             DISPLAY "Fitxer d'arxiu de reserves (blanc = cap): "
               LINE 2 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-NomFitxerArxiu LINE 2 POSITION 48 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
           END-IF.
           PERFORM DemanarSortida.
           IF ModeCalcul
             DISPLAY "Calculant segments..." LINE 4 POSITION 5
               CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
             PERFORM RecalcularAcumulats
           END-IF.
           MOVE ZEROS TO WS-TaulaMoviments.
           MOVE ZEROS TO WS-TaulaResum.
           PERFORM PosicionarSegments.
           PERFORM PuntuarSegment UNTIL FiFitxer = "SI".
           PERFORM SumarMoviment VARYING WS-IndexA FROM 1 BY 1
             UNTIL WS-IndexA > 8 AFTER WS-IndexN FROM 1 BY 1
             UNTIL WS-IndexN > 8.
           PERFORM Capcalera.
           PERFORM MostrarSegment VARYING WS-IndexS FROM 1 BY 1
             UNTIL WS-IndexS > 8.
           PERFORM CapcaleraMoviments.
           PERFORM MostrarMoviment VARYING WS-IndexA FROM 1 BY 1
             UNTIL WS-IndexA > 8 AFTER WS-IndexN FROM 1 BY 1
             UNTIL WS-IndexN > 8.
           PERFORM MostrarTotals.
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
             DISPLAY "Nom del fitxer de sortida: " LINE 4 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-NomFitxerSortida LINE 4 POSITION 33 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             OPEN OUTPUT FitxerSortida
           END-IF.

        RecalcularAcumulats.
           PERFORM PosicionarSegments.
           PERFORM ReiniciarSegment UNTIL FiFitxer = "SI".
           OPEN INPUT FitxerReserves.
           IF EstatFitxerReserves EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM AcumularReserva UNTIL FiFitxer = "SI"
             CLOSE FitxerReserves
           END-IF.
           IF WS-NomFitxerArxiu NOT EQUAL SPACES
             OPEN INPUT FitxerArxiuReserves
             IF EstatFitxerArxiu EQUAL "00"
               MOVE "NO" TO FiFitxer
               PERFORM AcumularArxiu UNTIL FiFitxer = "SI"
               CLOSE FitxerArxiuReserves
             END-IF
           END-IF.
           MOVE "NO" TO FiFitxer.
           PERFORM AfegirClient UNTIL FiFitxer = "SI".

        PosicionarSegments.
           MOVE "NO" TO FiFitxer.
           MOVE LOW-VALUES TO DniSegment.
           START FitxerSegmentsClients KEY IS NOT LESS THAN DniSegment.
           IF EstatFitxerSegments NOT EQUAL "00"
             MOVE "SI" TO FiFitxer
           END-IF.

        ReiniciarSegment.
           READ FitxerSegmentsClients NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer EQUAL "SI"
             EXIT PARAGRAPH
           END-IF.
           MOVE DataCalculSegment TO WS-DataNumerica.
           IF WS-AnyNum * 12 + WS-MesNum NOT EQUAL WS-MesActual
             MOVE CodiSegment TO SegmentAnterior
           END-IF.
           MOVE 0 TO DataPrimerViatge.
           MOVE 0 TO DataDarrerViatge.
           MOVE 0 TO ViatgesClient.
           MOVE 0 TO ImportViatgesClient.
           REWRITE RegistreSegmentClient.

        AcumularReserva.
           READ FitxerReserves NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             PERFORM ComptarViatge
           END-IF.

        AcumularArxiu.
           READ FitxerArxiuReserves, AT END MOVE "SI" TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             MOVE LiniaArxiuReserves TO Reserva
             PERFORM ComptarViatge
           END-IF.

        ComptarViatge.
           IF DniReserva EQUAL SPACES OR ReservaOpcio OR
              RebutjadaOperador
             EXIT PARAGRAPH
           END-IF.
           PERFORM CalcularDataViatge.
           MOVE DniReserva TO WS-DniCercat.
           MOVE WS-DniCercat TO DniSegment.
           READ FitxerSegmentsClients.
           IF EstatFitxerSegments EQUAL "00"
             MOVE "N" TO WS-EsNou
           ELSE
             MOVE "S" TO WS-EsNou
             PERFORM InicialitzarSegment
           END-IF.
           ADD 1 TO ViatgesClient.
           ADD PreuTotalReserva TO ImportViatgesClient.
           IF WS-DataViatge > 0
             IF DataPrimerViatge EQUAL 0 OR
                WS-DataViatge < DataPrimerViatge
               MOVE WS-DataViatge TO DataPrimerViatge
             END-IF
             IF WS-DataViatge > DataDarrerViatge
               MOVE WS-DataViatge TO DataDarrerViatge
             END-IF
           END-IF.
           IF WS-EsNou EQUAL "S"
             WRITE RegistreSegmentClient
           ELSE
             REWRITE RegistreSegmentClient
           END-IF.

        InicialitzarSegment.
           MOVE WS-DniCercat TO DniSegment.
           MOVE 0 TO DataPrimerViatge.
           MOVE 0 TO DataDarrerViatge.
           MOVE 0 TO ViatgesClient.
           MOVE 0 TO ImportViatgesClient.
           MOVE 0 TO PuntuacioRecencia.
           MOVE 0 TO PuntuacioFrequencia.
           MOVE 0 TO PuntuacioValor.
           MOVE SPACES TO CodiSegment.
           MOVE SPACES TO SegmentAnterior.
           MOVE 0 TO DataCalculSegment.

        CalcularDataViatge.
           MOVE 0 TO WS-DataViatge.
           MOVE 0 TO WS-DiaRes.
           MOVE 0 TO WS-MesRes.
           MOVE 0 TO WS-AnyRes.
           UNSTRING DataReserva DELIMITED BY "/" INTO WS-DiaRes
             WS-MesRes WS-AnyRes.
           IF WS-AnyRes EQUAL 0
             MOVE WS-AnySistema TO WS-AnyRes
             MOVE WS-MesSistema TO WS-MesRes
             MOVE WS-DiaSistema TO WS-DiaRes
           END-IF.
           MOVE 0 TO WS-MesSort.
           PERFORM AdivinarMes VARYING Comptador FROM 1 BY 1
             UNTIL Comptador > 12.
           IF WS-MesSort EQUAL 0 OR DiaSortida(1:2) NOT NUMERIC
             COMPUTE WS-DataViatge = WS-AnyRes * 10000 +
               WS-MesRes * 100 + WS-DiaRes
             EXIT PARAGRAPH
           END-IF.
           MOVE DiaSortida(1:2) TO WS-DiaSort.
           MOVE WS-AnyRes TO WS-AnySort.
           IF WS-MesSort * 100 + WS-DiaSort <
              WS-MesRes * 100 + WS-DiaRes
             ADD 1 TO WS-AnySort
           END-IF.
           COMPUTE WS-DataViatge = WS-AnySort * 10000 +
             WS-MesSort * 100 + WS-DiaSort.

        AdivinarMes.
           IF Mesos (Comptador) EQUAL DiaSortida(4:3)
             MOVE Comptador TO WS-MesSort
           END-IF.

        AfegirClient.
           READ FitxerClients NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer EQUAL "SI"
             EXIT PARAGRAPH
           END-IF.
           MOVE Dni TO WS-DniCercat.
           MOVE WS-DniCercat TO DniSegment.
           READ FitxerSegmentsClients.
           IF EstatFitxerSegments NOT EQUAL "00"
             PERFORM InicialitzarSegment
             WRITE RegistreSegmentClient
           END-IF.

        PuntuarSegment.
           READ FitxerSegmentsClients NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer EQUAL "SI"
             EXIT PARAGRAPH
           END-IF.
           IF ModeCalcul
             MOVE DniSegment TO Dni
             READ FitxerClients
             IF EstatFitxerClients NOT EQUAL "00"
               DELETE FitxerSegmentsClients RECORD
               ADD 1 TO WS-ClientsEsborrats
               EXIT PARAGRAPH
             END-IF
             PERFORM CalcularPuntuacions
             PERFORM AssignarSegment
             MOVE WS-DataSistema TO DataCalculSegment
             REWRITE RegistreSegmentClient
           END-IF.
           MOVE SegmentAnterior TO WS-CodiCercat.
           PERFORM LocalitzarSegment.
           MOVE WS-IndexTrobat TO WS-IndexA.
           MOVE CodiSegment TO WS-CodiCercat.
           PERFORM LocalitzarSegment.
           MOVE WS-IndexTrobat TO WS-IndexN.
           ADD 1 TO WS-Moviment(WS-IndexA, WS-IndexN).
           ADD 1 TO WS-TotalClients.
           IF WS-IndexA NOT EQUAL WS-IndexN
             ADD 1 TO WS-TotalCanvis
           END-IF.

        CalcularPuntuacions.
           MOVE 0 TO PuntuacioRecencia.
           MOVE 0 TO PuntuacioFrequencia.
           MOVE 0 TO PuntuacioValor.
           MOVE 0 TO WS-MesosPrimer.
           IF ViatgesClient EQUAL 0
             EXIT PARAGRAPH
           END-IF.
           MOVE DataDarrerViatge TO WS-DataNumerica.
           COMPUTE WS-MesosDarrer = WS-MesActual -
             (WS-AnyNum * 12 + WS-MesNum).
           MOVE DataPrimerViatge TO WS-DataNumerica.
           COMPUTE WS-MesosPrimer = WS-MesActual -
             (WS-AnyNum * 12 + WS-MesNum).
           EVALUATE TRUE
             WHEN DataDarrerViatge EQUAL 0
               MOVE 1 TO PuntuacioRecencia
             WHEN WS-MesosDarrer NOT > 6
               MOVE 5 TO PuntuacioRecencia
             WHEN WS-MesosDarrer NOT > 12
               MOVE 4 TO PuntuacioRecencia
             WHEN WS-MesosDarrer NOT > 18
               MOVE 3 TO PuntuacioRecencia
             WHEN WS-MesosDarrer NOT > 30
               MOVE 2 TO PuntuacioRecencia
             WHEN OTHER
               MOVE 1 TO PuntuacioRecencia
           END-EVALUATE.
           EVALUATE TRUE
             WHEN ViatgesClient NOT < 8
               MOVE 5 TO PuntuacioFrequencia
             WHEN ViatgesClient NOT < 5
               MOVE 4 TO PuntuacioFrequencia
             WHEN ViatgesClient NOT < 3
               MOVE 3 TO PuntuacioFrequencia
             WHEN ViatgesClient EQUAL 2
               MOVE 2 TO PuntuacioFrequencia
             WHEN OTHER
               MOVE 1 TO PuntuacioFrequencia
           END-EVALUATE.
           EVALUATE TRUE
             WHEN ImportViatgesClient NOT < 6000
               MOVE 5 TO PuntuacioValor
             WHEN ImportViatgesClient NOT < 3000
               MOVE 4 TO PuntuacioValor
             WHEN ImportViatgesClient NOT < 1500
               MOVE 3 TO PuntuacioValor
             WHEN ImportViatgesClient NOT < 500
               MOVE 2 TO PuntuacioValor
             WHEN OTHER
               MOVE 1 TO PuntuacioValor
           END-EVALUATE.

        AssignarSegment.
           EVALUATE TRUE
             WHEN ViatgesClient EQUAL 0
               MOVE "SENS" TO CodiSegment
             WHEN ViatgesClient EQUAL 1 AND WS-MesosPrimer NOT > 12
               MOVE "NOU " TO CodiSegment
             WHEN PuntuacioRecencia NOT < 4 AND
                  PuntuacioFrequencia NOT < 3
               MOVE "FIDL" TO CodiSegment
             WHEN PuntuacioRecencia NOT < 4
               MOVE "ACTI" TO CodiSegment
             WHEN PuntuacioRecencia EQUAL 3 AND
                  PuntuacioFrequencia NOT < 2
               MOVE "RISC" TO CodiSegment
             WHEN PuntuacioRecencia NOT > 2 AND
                  (PuntuacioFrequencia NOT < 3 OR
                   PuntuacioValor NOT < 4)
               MOVE "PVAL" TO CodiSegment
             WHEN OTHER
               MOVE "INAC" TO CodiSegment
           END-EVALUATE.

        LocalitzarSegment.
           MOVE 8 TO WS-IndexTrobat.
           PERFORM CercarSegment VARYING WS-IndexS FROM 1 BY 1
             UNTIL WS-IndexS > 7.

        CercarSegment.
           IF CodiSegmentTaula(WS-IndexS) EQUAL WS-CodiCercat
             MOVE WS-IndexS TO WS-IndexTrobat
           END-IF.

        SumarMoviment.
           ADD WS-Moviment(WS-IndexA, WS-IndexN) TO
             WS-ResAnterior(WS-IndexA).
           ADD WS-Moviment(WS-IndexA, WS-IndexN) TO
             WS-ResActual(WS-IndexN).
           IF WS-IndexA NOT EQUAL WS-IndexN
             ADD WS-Moviment(WS-IndexA, WS-IndexN) TO
               WS-ResSurten(WS-IndexA)
             ADD WS-Moviment(WS-IndexA, WS-IndexN) TO
               WS-ResEntren(WS-IndexN)
           END-IF.

        Capcalera.
           MOVE SPACES TO WS-DataTxt.
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnySistema DELIMITED BY SIZE INTO WS-DataTxt.
           DISPLAY "SEGMENTACIO DE CLIENTS - MOVIMENTS A" LINE 4
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-DataTxt LINE 4 POSITION 42
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY
             "Segment            Anterior  Actual  Entren  Surten"
             LINE 5 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "SEGMENTACIO DE CLIENTS (RECENCIA, FREQUENCIA I "
               DELIMITED BY SIZE "VALOR) - MOVIMENTS A " DELIMITED
               BY SIZE WS-DataTxt DELIMITED BY SIZE INTO
               LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "SEGMENT            ANTERIOR  ACTUAL  ENTREN  "
               DELIMITED BY SIZE "SURTEN" DELIMITED BY SIZE INTO
               LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE 6 TO Fila.

        MostrarSegment.
           MOVE WS-ResAnterior(WS-IndexS) TO ED-Anterior.
           MOVE WS-ResActual(WS-IndexS) TO ED-Actual.
           MOVE WS-ResEntren(WS-IndexS) TO ED-Entren.
           MOVE WS-ResSurten(WS-IndexS) TO ED-Surten.
           DISPLAY NomSegmentTaula(WS-IndexS) LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Anterior LINE Fila POSITION 26
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Actual LINE Fila POSITION 34
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Entren LINE Fila POSITION 42
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Surten LINE Fila POSITION 50
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING NomSegmentTaula(WS-IndexS) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE ED-Anterior DELIMITED BY SIZE
               "  " DELIMITED BY SIZE ED-Actual DELIMITED BY SIZE
               "  " DELIMITED BY SIZE ED-Entren DELIMITED BY SIZE
               "  " DELIMITED BY SIZE ED-Surten DELIMITED BY SIZE
               INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           PERFORM AvancarFila.

        CapcaleraMoviments.
           PERFORM AvancarFila.
           DISPLAY "Moviments entre segments des del calcul anterior"
             LINE Fila POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             WRITE LiniaSortida
             MOVE "MOVIMENTS ENTRE SEGMENTS DES DEL CALCUL ANTERIOR"
               TO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           PERFORM AvancarFila.

        MostrarMoviment.
           IF WS-IndexA EQUAL WS-IndexN OR
              WS-Moviment(WS-IndexA, WS-IndexN) EQUAL 0
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-Moviment(WS-IndexA, WS-IndexN) TO ED-Comptador.
           DISPLAY "De" LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY NomSegmentTaula(WS-IndexA) LINE Fila POSITION 8
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "a" LINE Fila POSITION 26
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY NomSegmentTaula(WS-IndexN) LINE Fila POSITION 28
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Comptador LINE Fila POSITION 46
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "DE " DELIMITED BY SIZE NomSegmentTaula(WS-IndexA)
               DELIMITED BY SIZE "  A " DELIMITED BY SIZE
               NomSegmentTaula(WS-IndexN) DELIMITED BY SIZE "  "
               DELIMITED BY SIZE ED-Comptador DELIMITED BY SIZE
               INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           PERFORM AvancarFila.

        MostrarTotals.
           MOVE WS-TotalClients TO ED-Comptador.
           DISPLAY "Clients:" LINE Fila POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Comptador LINE Fila POSITION 14
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE WS-TotalCanvis TO ED-Anterior.
           DISPLAY "Han canviat:" LINE Fila POSITION 22
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Anterior LINE Fila POSITION 35
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE WS-ClientsEsborrats TO ED-Actual.
           DISPLAY "Donats de baixa:" LINE Fila POSITION 43
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Actual LINE Fila POSITION 60
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             WRITE LiniaSortida
             STRING "CLIENTS: " DELIMITED BY SIZE ED-Comptador
               DELIMITED BY SIZE "  HAN CANVIAT DE SEGMENT: "
               DELIMITED BY SIZE ED-Anterior DELIMITED BY SIZE
               "  DONATS DE BAIXA: " DELIMITED BY SIZE ED-Actual
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        AvancarFila.
           ADD 1 TO Fila.
           IF Fila > 19
             ACCEPT Tecla NO BEEP
             MOVE "GRABA.EXE" TO Programa
             MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres
             CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
             CANCEL "COBDOS\COBDOS.EXE"
             MOVE 6 TO Fila
           END-IF.

        Sortir.
           CLOSE FitxerClients.
           CLOSE FitxerSegmentsClients.
           EXIT PROGRAM.
