       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulInformePuntMort.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FDEPAR.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-DEPAR.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerDepartures    PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
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
            VALUE "PUNT MORT PER SORTIDA".
         77 WS-DiesHoritzo           PIC 9(3) VALUE 0.
         77 Dia                      PIC 99.
         77 Mes                      PIC X(3).
         77 MesNumeric               PIC 99 VALUE 0.
         77 Comptador                PIC 99.
         77 WS-DiaAnyAvui            PIC 9(3).
         77 WS-DiaAnyData            PIC 9(3).
         77 WS-DiesFins              PIC S9(5).
         77 WS-Diferencia            PIC S9(5) VALUE 0.
         77 WS-EstatText             PIC X(11) VALUE SPACES.
         77 WS-NumSortides           PIC 9(5) VALUE 0.
         77 WS-NumSotaPuntMort       PIC 9(5) VALUE 0.
         77 ED-Fixos                 PIC ZZZZZZZ9.
         77 ED-Variable              PIC ZZZZZ9.
         77 ED-Preu                  PIC ZZZZZZ9.
         77 ED-Venudes               PIC ZZZZ9.
         77 ED-PuntMort              PIC X(5).
         77 ED-PuntMortNum           PIC ZZZZ9.
         77 ED-Diferencia            PIC -ZZZZ9.
         77 ED-Total                 PIC ZZZZ9.
         COPY PUNTMORT.CPY.
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

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerDepartures.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN INPUT FitxerDepartures.
           IF EstatFitxerDepartures NOT EQUAL "00"
             DISPLAY "ERROR!!! Cap sortida programada" BEEP LINE 11
               POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "Dies d'horitzo (0 = totes les sortides): " LINE 1
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-DiesHoritzo LINE 1 POSITION 47 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           PERFORM DemanarSortida.
           ACCEPT WS-DataSistema FROM DATE YYYYMMDD.
           COMPUTE WS-DiaAnyAvui = DiesAcumulats (WS-MesSistema) +
             WS-DiaSistema.
           PERFORM Capcalera.
           MOVE 0 TO CodiViatgeDepartura.
           MOVE SPACES TO DataDepartura.
           START FitxerDepartures KEY IS NOT LESS THAN
             ClauDepartura.
           IF EstatFitxerDepartures EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM TractarDepartura UNTIL FiFitxer = "SI"
           END-IF.
           PERFORM MostrarTotals.
           ACCEPT Tecla NO BEEP.
           IF NOT SortidaPantalla CLOSE FitxerSortida END-IF.
           PERFORM Sortir.

        DemanarSortida.
           MOVE "P" TO TipusSortida.
           DISPLAY "Sortida: (P)antalla (I)mpressora (F)itxer: " LINE 2
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TipusSortida LINE 2 POSITION 50 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF SortidaImpressora
             CALL "OBRESPOL.COB" USING WS-TitolSpool
               WS-NomFitxerSortida
             CANCEL "OBRESPOL.COB"
             OPEN OUTPUT FitxerSortida
           END-IF.
           IF SortidaFitxer
             DISPLAY "Nom del fitxer de sortida: " LINE 3 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-NomFitxerSortida LINE 3 POSITION 33 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             OPEN OUTPUT FitxerSortida
           END-IF.

        Capcalera.
           DISPLAY "PUNT MORT PER SORTIDA" LINE 3 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Viatg Sortid   Fixos  Var/P    Preu Venud P.Mor"
             LINE 4 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "  Dif. Estat      " LINE 4 POSITION 52
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE "PUNT MORT PER SORTIDA" TO LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "VIATGE SORTIDA  COSTOS FIXOS  COST VAR/P"
               DELIMITED BY SIZE "  PREU MITJA  VENUDES  PUNT MORT"
               DELIMITED BY SIZE "  DIFERENCIA  ESTAT"
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE 5 TO Fila.

        TractarDepartura.
           READ FitxerDepartures NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             MOVE 0 TO MesNumeric
             MOVE 0 TO Dia
             UNSTRING DataDepartura DELIMITED BY SPACE INTO Dia Mes
             PERFORM AdivinarMes VARYING Comptador FROM 1 BY 1
               UNTIL Comptador > 12
             IF MesNumeric > 0 AND Dia >= 1 AND Dia <= 31
               PERFORM AvaluarDepartura
             END-IF
           END-IF.

        AdivinarMes.
           IF Comptador < 13
             IF Mesos (Comptador) = Mes
               MOVE Comptador TO MesNumeric
             END-IF
           END-IF.

        AvaluarDepartura.
           COMPUTE WS-DiaAnyData = DiesAcumulats (MesNumeric) + Dia.
           COMPUTE WS-DiesFins = WS-DiaAnyData - WS-DiaAnyAvui.
           IF WS-DiesFins < 0
             ADD 365 TO WS-DiesFins
           END-IF.
           IF WS-DiesHoritzo > 0 AND WS-DiesFins > WS-DiesHoritzo
             EXIT PARAGRAPH
           END-IF.
           MOVE CodiViatgeDepartura TO PM-CodiViatge.
           MOVE DataDepartura TO PM-DiaSortida.
           CALL "CALCPMOR.COB" USING PeticioPuntMort.
           CANCEL "CALCPMOR.COB".
           IF NOT PM-ViatgeInexistent
             ADD 1 TO WS-NumSortides
             PERFORM MostrarDepartura
           END-IF.

        MostrarDepartura.
           MOVE PM-CostosFixos TO ED-Fixos.
           MOVE PM-CostVariable TO ED-Variable.
           MOVE PM-PreuMitja TO ED-Preu.
           MOVE PM-PlacesVenudes TO ED-Venudes.
           IF PM-SenseMarge
             MOVE " ----" TO ED-PuntMort
             MOVE 0 TO WS-Diferencia
             MOVE "SENSE MARGE" TO WS-EstatText
             ADD 1 TO WS-NumSotaPuntMort
           ELSE
             MOVE PM-PlacesPuntMort TO ED-PuntMortNum
             MOVE ED-PuntMortNum TO ED-PuntMort
             COMPUTE WS-Diferencia = PM-PlacesVenudes -
               PM-PlacesPuntMort
             IF PM-PuntMortAssolit
               MOVE "ASSOLIT" TO WS-EstatText
             ELSE
               MOVE "NO ASSOLIT" TO WS-EstatText
               ADD 1 TO WS-NumSotaPuntMort
             END-IF
           END-IF.
           MOVE WS-Diferencia TO ED-Diferencia.
           DISPLAY CodiViatgeDepartura LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DataDepartura(1:6) LINE Fila POSITION 11
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Fixos LINE Fila POSITION 18
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Variable LINE Fila POSITION 27
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Preu LINE Fila POSITION 34
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Venudes LINE Fila POSITION 42
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-PuntMort LINE Fila POSITION 48
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF PM-SenseMarge
             DISPLAY "  ----" LINE Fila POSITION 54
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           ELSE
             DISPLAY ED-Diferencia LINE Fila POSITION 54
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           DISPLAY WS-EstatText LINE Fila POSITION 61
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           PERFORM AvancarFila.
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING CodiViatgeDepartura DELIMITED BY SIZE "  "
               DELIMITED BY SIZE DataDepartura(1:6) DELIMITED BY SIZE
               "      " DELIMITED BY SIZE ED-Fixos DELIMITED BY SIZE
               "      " DELIMITED BY SIZE ED-Variable DELIMITED BY
               SIZE "      " DELIMITED BY SIZE ED-Preu DELIMITED BY
               SIZE "    " DELIMITED BY SIZE ED-Venudes DELIMITED BY
               SIZE "      " DELIMITED BY SIZE ED-PuntMort DELIMITED
               BY SIZE "      " DELIMITED BY SIZE ED-Diferencia
               DELIMITED BY SIZE "  " DELIMITED BY SIZE WS-EstatText
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        MostrarTotals.
           IF WS-NumSortides = 0
             DISPLAY "Cap sortida dins l'horitzo" LINE Fila
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-NumSotaPuntMort TO ED-Total.
           DISPLAY "Sortides per sota del punt mort:" LINE Fila
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Total LINE Fila POSITION 38
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "SORTIDES PER SOTA DEL PUNT MORT: " DELIMITED BY
               SIZE ED-Total DELIMITED BY SIZE INTO LiniaSortida
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
             MOVE 5 TO Fila
           END-IF.

        Sortir.
           CLOSE FitxerDepartures.
           EXIT PROGRAM.
