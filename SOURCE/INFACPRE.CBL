       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulInformeAcceptacions.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FACPRE.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-ACPRE.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerAcceptacions  PIC XX VALUE "00".
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
            VALUE "REGISTRE ACCEPTACIONS PRECONT.".
         77 WS-DataDesdeTxt          PIC X(10) VALUE SPACES.
         77 WS-DataFinsTxt           PIC X(10) VALUE SPACES.
         77 WS-DataTxt               PIC X(10) VALUE SPACES.
         77 WS-DiaTxt                PIC 99 VALUE 0.
         77 WS-MesTxt                PIC 99 VALUE 0.
         77 WS-AnyTxt                PIC 9(4) VALUE 0.
         77 WS-DataConvertida        PIC 9(8) VALUE 0.
         77 WS-DataDesde             PIC 9(8) VALUE 0.
         77 WS-DataFins              PIC 9(8) VALUE 99999999.
         77 WS-DataAccTxt            PIC X(10) VALUE SPACES.
         77 WS-OperadorCurt          PIC X(10) VALUE SPACES.
         77 WS-TotalAcceptacions     PIC 9(5) VALUE 0.
         77 WS-TotalSenseReserva     PIC 9(5) VALUE 0.
         77 ED-Num                   PIC ZZZZ9.
         77 ED-Total                 PIC ZZZZZZ9.
         77 ED-Places                PIC ZZZ9.
         77 ED-Reserva               PIC ZZZZZZ9.
         77 ED-Pressupost            PIC ZZZZZZ9.
         01 WS-DataAcc               PIC 9(8).
         01 WS-DataAccR REDEFINES WS-DataAcc.
           02 WS-AnyAcc              PIC 9(4).
           02 WS-MesAcc              PIC 99.
           02 WS-DiaAcc              PIC 99.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerAcceptacionsPrecontracte.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN INPUT FitxerAcceptacionsPrecontracte.
           IF EstatFitxerAcceptacions NOT EQUAL "00"
             DISPLAY "ERROR!!! Cap acceptacio registrada" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "Acceptacions des de (DD/MM/AAAA, blanc = totes): "
             LINE 1 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-DataDesdeTxt LINE 1 POSITION 55 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           MOVE WS-DataDesdeTxt TO WS-DataTxt.
           PERFORM ConvertirData.
           MOVE WS-DataConvertida TO WS-DataDesde.
           DISPLAY "fins a (DD/MM/AAAA, blanc = totes): " LINE 2
             POSITION 18 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-DataFinsTxt LINE 2 POSITION 55 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           MOVE WS-DataFinsTxt TO WS-DataTxt.
           PERFORM ConvertirData.
           IF WS-DataConvertida EQUAL 0
             MOVE 99999999 TO WS-DataFins
           ELSE
             MOVE WS-DataConvertida TO WS-DataFins
           END-IF.
           PERFORM DemanarSortida.
           PERFORM Capcalera.
           MOVE "NO" TO FiFitxer.
           PERFORM MostrarAcceptacio UNTIL FiFitxer = "SI".
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

        Capcalera.
           DISPLAY "REGISTRE D'ACCEPTACIONS PRECONTRACTUALS" LINE 3
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Data       Dni       Viatg Sortida      Total L M"
             LINE 4 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY " Operador   Reserva" LINE 4 POSITION 54
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE "REGISTRE D'ACCEPTACIONS PRECONTRACTUALS" TO
               LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "DATA       HORA   DNI       VIATG SORTIDA    "
               DELIMITED BY SIZE "PLAC.   TOTAL I L M OPERADOR     "
               DELIMITED BY SIZE "   OF O PRESSUP RESERVA"
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE 5 TO Fila.

        MostrarAcceptacio.
           READ FitxerAcceptacionsPrecontracte NEXT RECORD, AT END
             MOVE "SI" TO FiFitxer.
           IF FiFitxer EQUAL "SI"
             EXIT PARAGRAPH
           END-IF.
           IF DataAcceptacio < WS-DataDesde OR
              DataAcceptacio > WS-DataFins
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TotalAcceptacions.
           IF NumeroReservaAcceptacio EQUAL 0
             ADD 1 TO WS-TotalSenseReserva
           END-IF.
           MOVE DataAcceptacio TO WS-DataAcc.
           MOVE SPACES TO WS-DataAccTxt.
           STRING WS-DiaAcc DELIMITED BY SIZE "/" DELIMITED BY SIZE
             WS-MesAcc DELIMITED BY SIZE "/" DELIMITED BY SIZE
             WS-AnyAcc DELIMITED BY SIZE INTO WS-DataAccTxt.
           MOVE OperadorAcceptacio TO WS-OperadorCurt.
           MOVE PreuTotalAcceptacio TO ED-Total.
           MOVE PlacesAcceptacio TO ED-Places.
           MOVE NumeroReservaAcceptacio TO ED-Reserva.
           MOVE NumeroPressupostAccept TO ED-Pressupost.
           DISPLAY WS-DataAccTxt LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DniAcceptacio LINE Fila POSITION 16
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY CodiViatgeAcceptacio LINE Fila POSITION 26
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DiaSortidaAcceptacio LINE Fila POSITION 32
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Total LINE Fila POSITION 43
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY LliuramentAcceptacio LINE Fila POSITION 51
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY MetodeAcceptacio LINE Fila POSITION 53
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-OperadorCurt LINE Fila POSITION 55
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Reserva LINE Fila POSITION 66
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           PERFORM AvancarFila.
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING WS-DataAccTxt DELIMITED BY SIZE " " DELIMITED BY
               SIZE HoraAcceptacio DELIMITED BY SIZE " " DELIMITED BY
               SIZE DniAcceptacio DELIMITED BY SIZE " " DELIMITED BY
               SIZE CodiViatgeAcceptacio DELIMITED BY SIZE " "
               DELIMITED BY SIZE DiaSortidaAcceptacio DELIMITED BY
               SIZE " " DELIMITED BY SIZE ED-Places DELIMITED BY SIZE
               " " DELIMITED BY SIZE ED-Total DELIMITED BY SIZE " "
               DELIMITED BY SIZE IdiomaAcceptacio DELIMITED BY SIZE
               " " DELIMITED BY SIZE LliuramentAcceptacio DELIMITED
               BY SIZE " " DELIMITED BY SIZE MetodeAcceptacio
               DELIMITED BY SIZE " " DELIMITED BY SIZE
               OperadorAcceptacio DELIMITED BY SIZE " " DELIMITED BY
               SIZE OficinaAcceptacio DELIMITED BY SIZE " " DELIMITED
               BY SIZE OrigenAcceptacio DELIMITED BY SIZE " "
               DELIMITED BY SIZE ED-Pressupost DELIMITED BY SIZE " "
               DELIMITED BY SIZE ED-Reserva DELIMITED BY SIZE
               INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        MostrarTotals.
           IF WS-TotalAcceptacions = 0
             DISPLAY "Cap acceptacio en el periode demanat" LINE
               Fila POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-TotalAcceptacions TO ED-Num.
           DISPLAY "TOTAL ACCEPTACIONS:" LINE Fila POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Num LINE Fila POSITION 25
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "TOTAL ACCEPTACIONS: " DELIMITED BY SIZE ED-Num
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           IF WS-TotalSenseReserva > 0
             PERFORM AvancarFila
             MOVE WS-TotalSenseReserva TO ED-Num
             DISPLAY "AVIS: acceptacions sense reserva:" LINE Fila
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Num LINE Fila POSITION 40
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             IF NOT SortidaPantalla
               MOVE SPACES TO LiniaSortida
               STRING "ACCEPTACIONS SENSE RESERVA: " DELIMITED BY SIZE
                 ED-Num DELIMITED BY SIZE INTO LiniaSortida
               WRITE LiniaSortida
             END-IF
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
           CLOSE FitxerAcceptacionsPrecontracte.
           EXIT PROGRAM.
