       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulInformeIncidents.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FINCID.CPY.
            COPY S-FCATVI.CPY.
            COPY S-FHOTEL.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-INCID.CPY.
          COPY FD-CATVI.CPY.
          COPY FD-HOTEL.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerIncidents     PIC XX VALUE "00".
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerHotels        PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 WS-CatalegObert          PIC X VALUE "N".
         77 WS-HotelsObert           PIC X VALUE "N".
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
            VALUE "INCIDENTS PER MAJORISTA/HOTEL".
         77 NumGrups                 PIC 9(3) VALUE 0.
         77 WS-Index                 PIC 9(3).
         77 WS-IndexB                PIC 9(3).
         77 WS-IndexTrobat           PIC 9(3).
         77 WS-Trobat                PIC X VALUE "N".
           88 Trobat                 VALUE "S".
         77 WS-GrupsDescartats       PIC 9(5) VALUE 0.
         77 WS-MajoristaInc          PIC X(20) VALUE SPACES.
         77 WS-MajoristaAnterior     PIC X(20) VALUE SPACES.
         77 WS-NomHotelInf           PIC X(20) VALUE SPACES.
         77 WS-TotalIncidents        PIC 9(5) VALUE 0.
         77 WS-TotalGreus            PIC 9(5) VALUE 0.
         77 WS-TotalPassatgers       PIC 9(6) VALUE 0.
         77 WS-TotalOberts           PIC 9(5) VALUE 0.
         77 WS-DataDesdeTxt          PIC X(10) VALUE SPACES.
         77 WS-DataFinsTxt           PIC X(10) VALUE SPACES.
         77 WS-DataTxt               PIC X(10) VALUE SPACES.
         77 WS-DiaTxt                PIC 99 VALUE 0.
         77 WS-MesTxt                PIC 99 VALUE 0.
         77 WS-AnyTxt                PIC 9(4) VALUE 0.
         77 WS-DataConvertida        PIC 9(8) VALUE 0.
         77 WS-DataDesde             PIC 9(8) VALUE 0.
         77 WS-DataFins              PIC 9(8) VALUE 99999999.
         77 ED-Num                   PIC ZZZZ9.
         77 ED-Greus                 PIC ZZZZ9.
         77 ED-Passatgers            PIC ZZZZZ9.
         77 ED-Oberts                PIC ZZZZ9.
         01 WS-TaulaGrups.
           02 WS-GrupEntry OCCURS 300 TIMES.
             03 WS-GrupMajorista     PIC X(20).
             03 WS-GrupHotel         PIC X(5).
             03 WS-GrupIncidents     PIC 9(5).
             03 WS-GrupGreus         PIC 9(5).
             03 WS-GrupPassatgers    PIC 9(6).
             03 WS-GrupOberts        PIC 9(5).
         01 WS-GrupTempo.
           02 WS-TmpMajorista        PIC X(20).
           02 WS-TmpHotel            PIC X(5).
           02 WS-TmpIncidents        PIC 9(5).
           02 WS-TmpGreus            PIC 9(5).
           02 WS-TmpPassatgers       PIC 9(6).
           02 WS-TmpOberts           PIC 9(5).

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerIncidents, CatalegViatges, FitxerHotels.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN INPUT FitxerIncidents.
           IF EstatFitxerIncidents NOT EQUAL "00"
             DISPLAY "ERROR!!! Cap incident registrat" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           OPEN INPUT CatalegViatges.
           IF EstatCatalegViatges EQUAL "00"
             MOVE "S" TO WS-CatalegObert
           END-IF.
           OPEN INPUT FitxerHotels.
           IF EstatFitxerHotels EQUAL "00"
             MOVE "S" TO WS-HotelsObert
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "Incidents des de (DD/MM/AAAA, blanc = tots): "
             LINE 1 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-DataDesdeTxt LINE 1 POSITION 51 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           MOVE WS-DataDesdeTxt TO WS-DataTxt.
           PERFORM ConvertirData.
           MOVE WS-DataConvertida TO WS-DataDesde.
           DISPLAY "fins a (DD/MM/AAAA, blanc = tots): " LINE 2
             POSITION 15 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-DataFinsTxt LINE 2 POSITION 51 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           MOVE WS-DataFinsTxt TO WS-DataTxt.
           PERFORM ConvertirData.
           IF WS-DataConvertida EQUAL 0
             MOVE 99999999 TO WS-DataFins
           ELSE
             MOVE WS-DataConvertida TO WS-DataFins
           END-IF.
           PERFORM DemanarSortida.
           DISPLAY "Cercant incidents..." LINE 3 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE "NO" TO FiFitxer.
           PERFORM AcumularIncident UNTIL FiFitxer = "SI".
           PERFORM OrdenarGrups.
           PERFORM Capcalera.
           PERFORM MostrarGrup VARYING WS-Index FROM 1 BY 1
             UNTIL WS-Index > NumGrups.
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

        ConvertirData.
           MOVE 0 TO WS-DataConvertida.
           MOVE 0 TO WS-DiaTxt.
           MOVE 0 TO WS-MesTxt.
           MOVE 0 TO WS-AnyTxt.
           UNSTRING WS-DataTxt DELIMITED BY "/" INTO WS-DiaTxt
             WS-MesTxt WS-AnyTxt.
           IF WS-DiaTxt < 1 OR WS-DiaTxt > 31 OR
              WS-MesTxt < 1 OR WS-MesTxt > 12 OR WS-AnyTxt < 2000
             EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DataConvertida = WS-AnyTxt * 10000 +
             WS-MesTxt * 100 + WS-DiaTxt.

        AcumularIncident.
           READ FitxerIncidents NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer EQUAL "SI"
             EXIT PARAGRAPH
           END-IF.
           IF DataIncidencia < WS-DataDesde OR
              DataIncidencia > WS-DataFins
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-MajoristaInc.
           IF WS-CatalegObert EQUAL "S"
             MOVE CodiViatgeIncident TO CodiViatge
             READ CatalegViatges
             IF EstatCatalegViatges EQUAL "00"
               MOVE Majorista TO WS-MajoristaInc
             END-IF
           END-IF.
           MOVE "N" TO WS-Trobat.
           PERFORM CercarGrup VARYING WS-Index FROM 1 BY 1
             UNTIL (WS-Index > NumGrups) OR (Trobat).
           IF NOT Trobat
             IF NumGrups < 300
               ADD 1 TO NumGrups
               MOVE WS-MajoristaInc TO WS-GrupMajorista(NumGrups)
               MOVE CodiHotelIncident TO WS-GrupHotel(NumGrups)
               MOVE 0 TO WS-GrupIncidents(NumGrups)
               MOVE 0 TO WS-GrupGreus(NumGrups)
               MOVE 0 TO WS-GrupPassatgers(NumGrups)
               MOVE 0 TO WS-GrupOberts(NumGrups)
               MOVE NumGrups TO WS-IndexTrobat
               MOVE "S" TO WS-Trobat
             ELSE
               ADD 1 TO WS-GrupsDescartats
             END-IF
           END-IF.
           IF Trobat
             ADD 1 TO WS-GrupIncidents(WS-IndexTrobat)
             ADD PassatgersAfectats TO
               WS-GrupPassatgers(WS-IndexTrobat)
             IF GravetatAlta
               ADD 1 TO WS-GrupGreus(WS-IndexTrobat)
             END-IF
             IF IncidentObert
               ADD 1 TO WS-GrupOberts(WS-IndexTrobat)
             END-IF
           END-IF.

        CercarGrup.
           IF WS-GrupMajorista(WS-Index) EQUAL WS-MajoristaInc AND
              WS-GrupHotel(WS-Index) EQUAL CodiHotelIncident
             MOVE "S" TO WS-Trobat
             MOVE WS-Index TO WS-IndexTrobat
           END-IF.

        OrdenarGrups.
           IF NumGrups > 1
             PERFORM OrdenarPassada VARYING WS-Index FROM 1 BY 1
               UNTIL WS-Index >= NumGrups
           END-IF.

        OrdenarPassada.
           PERFORM OrdenarParella VARYING WS-IndexB FROM 1 BY 1
             UNTIL WS-IndexB >= NumGrups.

        OrdenarParella.
           IF WS-GrupMajorista(WS-IndexB) >
              WS-GrupMajorista(WS-IndexB + 1) OR
              (WS-GrupMajorista(WS-IndexB) =
               WS-GrupMajorista(WS-IndexB + 1) AND
               WS-GrupHotel(WS-IndexB) > WS-GrupHotel(WS-IndexB + 1))
             MOVE WS-GrupEntry(WS-IndexB) TO WS-GrupTempo
             MOVE WS-GrupEntry(WS-IndexB + 1) TO
               WS-GrupEntry(WS-IndexB)
             MOVE WS-GrupTempo TO WS-GrupEntry(WS-IndexB + 1)
           END-IF.

        Capcalera.
           DISPLAY "INCIDENTS PER MAJORISTA I HOTEL" LINE 3
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Majorista            Hotel Nom hotel           "
             LINE 4 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Inc. Alta  Pass. Obert" LINE 4 POSITION 52
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE "INCIDENTS PER MAJORISTA I HOTEL" TO LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "MAJORISTA            HOTEL NOM HOTEL           "
               DELIMITED BY SIZE "  INC.  ALTA  PASS. OBERT"
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE SPACES TO WS-MajoristaAnterior.
           MOVE 5 TO Fila.

        MostrarGrup.
           MOVE SPACES TO WS-NomHotelInf.
           IF WS-GrupHotel(WS-Index) EQUAL SPACES
             MOVE "(sense hotel)" TO WS-NomHotelInf
           ELSE
             IF WS-HotelsObert EQUAL "S"
               MOVE WS-GrupHotel(WS-Index) TO CodiHotel
               READ FitxerHotels
               IF EstatFitxerHotels EQUAL "00"
                 MOVE NomHotel TO WS-NomHotelInf
               END-IF
             END-IF
           END-IF.
           ADD WS-GrupIncidents(WS-Index) TO WS-TotalIncidents.
           ADD WS-GrupGreus(WS-Index) TO WS-TotalGreus.
           ADD WS-GrupPassatgers(WS-Index) TO WS-TotalPassatgers.
           ADD WS-GrupOberts(WS-Index) TO WS-TotalOberts.
           MOVE WS-GrupIncidents(WS-Index) TO ED-Num.
           MOVE WS-GrupGreus(WS-Index) TO ED-Greus.
           MOVE WS-GrupPassatgers(WS-Index) TO ED-Passatgers.
           MOVE WS-GrupOberts(WS-Index) TO ED-Oberts.
           IF WS-GrupMajorista(WS-Index) NOT EQUAL
              WS-MajoristaAnterior OR Fila EQUAL 5
             DISPLAY WS-GrupMajorista(WS-Index) LINE Fila
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             MOVE WS-GrupMajorista(WS-Index) TO WS-MajoristaAnterior
           END-IF.
           DISPLAY WS-GrupHotel(WS-Index) LINE Fila POSITION 26
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NomHotelInf LINE Fila POSITION 32
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Num LINE Fila POSITION 51
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Greus LINE Fila POSITION 57
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Passatgers LINE Fila POSITION 62
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Oberts LINE Fila POSITION 69
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           PERFORM AvancarFila.
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING WS-GrupMajorista(WS-Index) DELIMITED BY SIZE " "
               DELIMITED BY SIZE WS-GrupHotel(WS-Index) DELIMITED BY
               SIZE " " DELIMITED BY SIZE WS-NomHotelInf DELIMITED BY
               SIZE " " DELIMITED BY SIZE ED-Num DELIMITED BY SIZE
               " " DELIMITED BY SIZE ED-Greus DELIMITED BY SIZE " "
               DELIMITED BY SIZE ED-Passatgers DELIMITED BY SIZE " "
               DELIMITED BY SIZE ED-Oberts DELIMITED BY SIZE INTO
               LiniaSortida
             WRITE LiniaSortida
           END-IF.

        MostrarTotals.
           IF NumGrups = 0
             DISPLAY "Cap incident en el periode demanat" LINE
               Fila POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           ELSE
             MOVE WS-TotalIncidents TO ED-Num
             MOVE WS-TotalGreus TO ED-Greus
             MOVE WS-TotalPassatgers TO ED-Passatgers
             MOVE WS-TotalOberts TO ED-Oberts
             DISPLAY "TOTAL" LINE Fila POSITION 5
               CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
             DISPLAY ED-Num LINE Fila POSITION 51
               CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
             DISPLAY ED-Greus LINE Fila POSITION 57
               CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
             DISPLAY ED-Passatgers LINE Fila POSITION 62
               CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
             DISPLAY ED-Oberts LINE Fila POSITION 69
               CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
             IF NOT SortidaPantalla
               MOVE SPACES TO LiniaSortida
               STRING "TOTAL                                     "
                 DELIMITED BY SIZE "               " DELIMITED BY
                 SIZE ED-Num DELIMITED BY SIZE " " DELIMITED BY SIZE
                 ED-Greus DELIMITED BY SIZE " " DELIMITED BY SIZE
                 ED-Passatgers DELIMITED BY SIZE " " DELIMITED BY
                 SIZE ED-Oberts DELIMITED BY SIZE INTO LiniaSortida
               WRITE LiniaSortida
             END-IF
           END-IF.
           IF WS-GrupsDescartats > 0
             PERFORM AvancarFila
             MOVE WS-GrupsDescartats TO ED-Num
             DISPLAY "AVIS: incidents fora de la taula:" LINE Fila
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Num LINE Fila POSITION 40
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
           CLOSE FitxerIncidents.
           IF WS-CatalegObert EQUAL "S"
             CLOSE CatalegViatges
           END-IF.
           IF WS-HotelsObert EQUAL "S"
             CLOSE FitxerHotels
           END-IF.
           EXIT PROGRAM.
