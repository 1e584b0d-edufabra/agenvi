       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulInformeSortidesObertes.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FRESER.CPY.
            COPY S-FCATVI.CPY.
            COPY S-FRESSO.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-RESER.CPY.
          COPY FD-CATVI.CPY.
          COPY FD-RESSO.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerResultats     PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 WS-ResultatsObert        PIC X VALUE "N".
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
            VALUE "SORTIDES RETORNADES OBERTES".
         77 WS-DiesLimit             PIC 9(3) VALUE 30.
         COPY SESSIO-W.CPY.
         COPY DIESFEIN.CPY.
         77 Comptador                PIC 99.
         77 NumSortides              PIC 9(3) VALUE 0.
         77 WS-Index                 PIC 9(3).
         77 WS-IndexB                PIC 9(3).
         77 WS-IndexTrobat           PIC 9(3).
         77 WS-Trobat                PIC X VALUE "N".
           88 Trobat                 VALUE "S".
         77 WS-SortidesDescartades   PIC 9(5) VALUE 0.
         77 WS-NumObertes            PIC 9(5) VALUE 0.
         77 WS-DataSortidaRes        PIC 9(8) VALUE 0.
         77 WS-DataRetorn            PIC 9(8) VALUE 0.
         77 WS-DataLimit             PIC 9(8) VALUE 0.
         77 WS-DiaRes                PIC 99 VALUE 0.
         77 WS-MesRes                PIC 99 VALUE 0.
         77 WS-AnyRes                PIC 9(4) VALUE 0.
         77 WS-DiaSort               PIC 99 VALUE 0.
         77 WS-MesSort               PIC 99 VALUE 0.
         77 WS-AnySort               PIC 9(4) VALUE 0.
         77 WS-DataSortidaTxt        PIC X(10) VALUE SPACES.
         77 WS-DataRetornTxt         PIC X(10) VALUE SPACES.
         77 WS-DataTxt               PIC X(10) VALUE SPACES.
         77 WS-TitolViatge           PIC X(24) VALUE SPACES.
         77 ED-Num                   PIC ZZZZ9.
         77 ED-Places                PIC ZZZZ9.
         01 WS-DataFormat            PIC 9(8).
         01 WS-DataFormatR REDEFINES WS-DataFormat.
           02 WS-AnyFormat           PIC 9(4).
           02 WS-MesFormat           PIC 99.
           02 WS-DiaFormat           PIC 99.
         01 WS-DataSistema           PIC 9(8).
         01 WS-TaulaSortides.
           02 WS-SortidaEntry OCCURS 500 TIMES.
             03 WS-SortCodi          PIC 9(5).
             03 WS-SortData          PIC 9(8).
             03 WS-SortDia           PIC X(10).
             03 WS-SortReserves      PIC 9(4).
             03 WS-SortPlaces        PIC 9(5).
         01 WS-SortidaTempo.
           02 WS-TmpCodi             PIC 9(5).
           02 WS-TmpData             PIC 9(8).
           02 WS-TmpDia              PIC X(10).
           02 WS-TmpReserves         PIC 9(4).
           02 WS-TmpPlaces           PIC 9(5).
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

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerReserves, CatalegViatges,
                 FitxerResultatsSortida.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN INPUT FitxerReserves.
           IF EstatFitxerReserves NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Reserves NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           OPEN INPUT CatalegViatges.
           OPEN INPUT FitxerResultatsSortida.
           IF EstatFitxerResultats EQUAL "00"
             MOVE "S" TO WS-ResultatsObert
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "Dies des del retorn: " LINE 1
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-DiesLimit LINE 1 POSITION 36 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           PERFORM DemanarSortida.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           DISPLAY "Cercant sortides..." LINE 3 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE "NO" TO FiFitxer.
           PERFORM AcumularReserva UNTIL FiFitxer = "SI".
           PERFORM OrdenarSortides.
           PERFORM Capcalera.
           PERFORM ComprovarSortida VARYING WS-Index FROM 1 BY 1
             UNTIL WS-Index > NumSortides.
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

        AcumularReserva.
           READ FitxerReserves NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer EQUAL "SI"
             EXIT PARAGRAPH
           END-IF.
           PERFORM CalcularAnySortida.
           IF WS-DataSortidaRes EQUAL 0
             EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Trobat.
           PERFORM CercarSortida VARYING WS-Index FROM 1 BY 1
             UNTIL (WS-Index > NumSortides) OR (Trobat).
           IF NOT Trobat
             IF NumSortides < 500
               ADD 1 TO NumSortides
               MOVE CodiViatgeReservat TO WS-SortCodi(NumSortides)
               MOVE WS-DataSortidaRes TO WS-SortData(NumSortides)
               MOVE DiaSortida TO WS-SortDia(NumSortides)
               MOVE 0 TO WS-SortReserves(NumSortides)
               MOVE 0 TO WS-SortPlaces(NumSortides)
               MOVE NumSortides TO WS-IndexTrobat
               MOVE "S" TO WS-Trobat
             ELSE
               ADD 1 TO WS-SortidesDescartades
             END-IF
           END-IF.
           IF Trobat
             ADD 1 TO WS-SortReserves(WS-IndexTrobat)
             ADD PlacesReservades TO WS-SortPlaces(WS-IndexTrobat)
           END-IF.

        CercarSortida.
           IF WS-SortCodi(WS-Index) EQUAL CodiViatgeReservat AND
              WS-SortData(WS-Index) EQUAL WS-DataSortidaRes
             MOVE "S" TO WS-Trobat
             MOVE WS-Index TO WS-IndexTrobat
           END-IF.

        CalcularAnySortida.
           MOVE 0 TO WS-DataSortidaRes.
           MOVE 0 TO WS-DiaRes.
           MOVE 0 TO WS-MesRes.
           MOVE 0 TO WS-AnyRes.
           UNSTRING DataReserva DELIMITED BY "/" INTO WS-DiaRes
             WS-MesRes WS-AnyRes.
           MOVE 0 TO WS-MesSort.
           PERFORM AdivinarMes VARYING Comptador FROM 1 BY 1
             UNTIL Comptador > 12.
           IF WS-MesSort EQUAL 0 OR DiaSortida(1:2) NOT NUMERIC OR
              WS-AnyRes EQUAL 0
             EXIT PARAGRAPH
           END-IF.
           MOVE DiaSortida(1:2) TO WS-DiaSort.
           MOVE WS-AnyRes TO WS-AnySort.
           IF WS-MesSort * 100 + WS-DiaSort <
              WS-MesRes * 100 + WS-DiaRes
             ADD 1 TO WS-AnySort
           END-IF.
           COMPUTE WS-DataSortidaRes = WS-AnySort * 10000 +
             WS-MesSort * 100 + WS-DiaSort.

        AdivinarMes.
           IF Mesos (Comptador) EQUAL DiaSortida(4:3)
             MOVE Comptador TO WS-MesSort
           END-IF.

        OrdenarSortides.
           IF NumSortides > 1
             PERFORM OrdenarPassada VARYING WS-Index FROM 1 BY 1
               UNTIL WS-Index >= NumSortides
           END-IF.

        OrdenarPassada.
           PERFORM OrdenarParella VARYING WS-IndexB FROM 1 BY 1
             UNTIL WS-IndexB >= NumSortides.

        OrdenarParella.
           IF WS-SortData(WS-IndexB) > WS-SortData(WS-IndexB + 1) OR
              (WS-SortData(WS-IndexB) = WS-SortData(WS-IndexB + 1)
               AND WS-SortCodi(WS-IndexB) > WS-SortCodi(WS-IndexB + 1))
             MOVE WS-SortidaEntry(WS-IndexB) TO WS-SortidaTempo
             MOVE WS-SortidaEntry(WS-IndexB + 1) TO
               WS-SortidaEntry(WS-IndexB)
             MOVE WS-SortidaTempo TO WS-SortidaEntry(WS-IndexB + 1)
           END-IF.

        Capcalera.
           DISPLAY "SORTIDES RETORNADES ENCARA NO TANCADES" LINE 3
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Viatg Sortida    Retorn     Res. Places Titol"
             LINE 4 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE "SORTIDES RETORNADES ENCARA NO TANCADES" TO
               LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "VIATGE SORTIDA     RETORN      RES. PLACES"
               DELIMITED BY SIZE " TITOL" DELIMITED BY SIZE
               INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE 5 TO Fila.

        ComprovarSortida.
           MOVE WS-SortCodi(WS-Index) TO CodiViatge.
           READ CatalegViatges.
           IF EstatCatalegViatges NOT EQUAL "00"
             MOVE 0 TO DuracioViatge
             MOVE SPACES TO Titol
           END-IF.
           MOVE "N" TO DF-Operacio.
           MOVE WS-OficinaSessio TO DF-Oficina.
           MOVE WS-SortData(WS-Index) TO DF-DataInici.
           MOVE DuracioViatge TO DF-Dies.
           CALL "DIESFEIN.COB" USING PeticioDiesFeiners.
           CANCEL "DIESFEIN.COB".
           MOVE DF-DataResultat TO WS-DataRetorn.
           MOVE WS-DataRetorn TO DF-DataInici.
           MOVE WS-DiesLimit TO DF-Dies.
           CALL "DIESFEIN.COB" USING PeticioDiesFeiners.
           CANCEL "DIESFEIN.COB".
           MOVE DF-DataResultat TO WS-DataLimit.
           IF WS-DataLimit NOT < WS-DataSistema
             EXIT PARAGRAPH
           END-IF.
           IF WS-ResultatsObert EQUAL "S"
             MOVE WS-SortCodi(WS-Index) TO CodiViatgeResultat
             MOVE WS-SortData(WS-Index) TO DataSortidaResultat
             READ FitxerResultatsSortida
             IF EstatFitxerResultats EQUAL "00" AND SortidaTancada
               EXIT PARAGRAPH
             END-IF
           END-IF.
           PERFORM MostrarSortida.

        MostrarSortida.
           ADD 1 TO WS-NumObertes.
           MOVE WS-SortData(WS-Index) TO WS-DataFormat.
           PERFORM FormatarData.
           MOVE WS-DataTxt TO WS-DataSortidaTxt.
           MOVE WS-DataRetorn TO WS-DataFormat.
           PERFORM FormatarData.
           MOVE WS-DataTxt TO WS-DataRetornTxt.
           MOVE WS-SortReserves(WS-Index) TO ED-Num.
           MOVE WS-SortPlaces(WS-Index) TO ED-Places.
           MOVE Titol TO WS-TitolViatge.
           DISPLAY WS-SortCodi(WS-Index) LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-DataSortidaTxt LINE Fila POSITION 11
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-DataRetornTxt LINE Fila POSITION 22
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Num LINE Fila POSITION 32
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Places LINE Fila POSITION 38
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-TitolViatge LINE Fila POSITION 44
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           PERFORM AvancarFila.
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING WS-SortCodi(WS-Index) DELIMITED BY SIZE "  "
               DELIMITED BY SIZE WS-DataSortidaTxt DELIMITED BY SIZE
               "  " DELIMITED BY SIZE WS-DataRetornTxt DELIMITED BY
               SIZE " " DELIMITED BY SIZE ED-Num DELIMITED BY SIZE
               " " DELIMITED BY SIZE ED-Places DELIMITED BY SIZE " "
               DELIMITED BY SIZE Titol DELIMITED BY SIZE INTO
               LiniaSortida
             WRITE LiniaSortida
           END-IF.

        FormatarData.
           MOVE SPACES TO WS-DataTxt.
           STRING WS-DiaFormat DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesFormat DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnyFormat DELIMITED BY SIZE INTO WS-DataTxt.

        MostrarTotals.
           IF WS-NumObertes = 0
             DISPLAY "Cap sortida retornada pendent de tancar" LINE
               Fila POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           ELSE
             MOVE WS-NumObertes TO ED-Num
             DISPLAY "Sortides pendents de tancar:" LINE Fila
               POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
             DISPLAY ED-Num LINE Fila POSITION 35
               CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
             IF NOT SortidaPantalla
               MOVE SPACES TO LiniaSortida
               STRING "SORTIDES PENDENTS DE TANCAR: " DELIMITED BY
                 SIZE ED-Num DELIMITED BY SIZE INTO LiniaSortida
               WRITE LiniaSortida
             END-IF
           END-IF.
           IF WS-SortidesDescartades > 0
             PERFORM AvancarFila
             MOVE WS-SortidesDescartades TO ED-Num
             DISPLAY "AVIS: reserves fora de la taula:" LINE Fila
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Num LINE Fila POSITION 39
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
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
           CLOSE FitxerReserves.
           CLOSE CatalegViatges.
           IF WS-ResultatsObert EQUAL "S"
             CLOSE FitxerResultatsSortida
           END-IF.
           EXIT PROGRAM.
