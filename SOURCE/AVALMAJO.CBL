       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulAvaluacioMajoristes.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FRESER.CPY.
            COPY S-FCATVI.CPY.
            COPY S-FMAJO.CPY.
            COPY S-FANUL.CPY.
            COPY S-FCFOPE.CPY.
            COPY S-FNOTIF.CPY.
            COPY S-FRECL.CPY.
            COPY S-FINCID.CPY.
            COPY S-FENQUE.CPY.
            COPY S-FFACPR.CPY.
            COPY S-FARXR.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-RESER.CPY.
          COPY FD-CATVI.CPY.
          COPY FD-FMAJO.CPY.
          COPY FD-ANUL.CPY.
          COPY FD-CFOPE.CPY.
          COPY FD-NOTIF.CPY.
          COPY FD-RECL.CPY.
          COPY FD-INCID.CPY.
          COPY FD-ENQUE.CPY.
          COPY FD-FACPR.CPY.
          COPY FD-FARXR.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerMajoristes    PIC XX VALUE "00".
         77 EstatFitxerAnulacions    PIC XX VALUE "00".
         77 EstatFitxerConfirmacions PIC XX VALUE "00".
         77 EstatFitxerNotificacions PIC XX VALUE "00".
         77 EstatFitxerReclamacions  PIC XX VALUE "00".
         77 EstatFitxerIncidents     PIC XX VALUE "00".
         77 EstatFitxerEnquestes     PIC XX VALUE "00".
         77 EstatFitxerFacturesProveidor PIC XX VALUE "00".
         77 EstatFitxerArxiu         PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 WS-NomFitxerArxiu        PIC X(40) VALUE SPACES.
         77 WS-MajoristesObert       PIC X VALUE "N".
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
            VALUE "AVALUACIO DE MAJORISTES".
         77 WS-MesosPeriode          PIC 99 VALUE 12.
         77 WS-PeriodeInicial        PIC 9(6) VALUE 0.
         77 WS-IniciActual           PIC 9(6) VALUE 0.
         77 WS-FiActual              PIC 9(6) VALUE 0.
         77 WS-IniciAnterior         PIC 9(6) VALUE 0.
         77 WS-MesIndex              PIC 9(6) VALUE 0.
         77 WS-Periode               PIC 9 VALUE 0.
         77 WS-P                     PIC 9 VALUE 0.
         77 WS-DiaTxt                PIC 99 VALUE 0.
         77 WS-MesTxt                PIC 99 VALUE 0.
         77 WS-AnyTxt                PIC 9(4) VALUE 0.
         77 WS-MajoristaCercat       PIC X(20) VALUE SPACES.
         77 NumMajoristes            PIC 9(3) VALUE 0.
         77 WS-Index                 PIC 9(3).
         77 WS-IndexB                PIC 9(3).
         77 WS-IndexTrobat           PIC 9(3).
         77 WS-Trobat                PIC X VALUE "N".
           88 Trobat                 VALUE "S".
         77 WS-MajoristesDescartats  PIC 9(5) VALUE 0.
         77 WS-ComissioReserva       PIC 9(9) VALUE 0.
         77 WS-DiesPeticio           PIC 9(7) VALUE 0.
         77 WS-DiesResposta          PIC 9(7) VALUE 0.
         77 WS-Taxa                  PIC 9(7)V9 VALUE 0.
         77 WS-Mitjana               PIC 9(3)V9 VALUE 0.
         77 WS-EtiquetaPeriode       PIC X(8) VALUE SPACES.
         77 WS-DataTxt               PIC X(10) VALUE SPACES.
         77 ED-Reserves              PIC ZZZZ9.
         77 ED-Vendes                PIC ZZZZZZZ9.
         77 ED-Comissio              PIC ZZZZZZ9.
         77 ED-Rebuigs               PIC ZZ9.9.
         77 ED-DiesResposta          PIC ZZ9.9.
         77 ED-Canvis                PIC ZZ9.9.
         77 ED-NoGo                  PIC ZZ9.9.
         77 ED-Reclamacions          PIC ZZ9.9.
         77 ED-Incidents             PIC ZZ9.9.
         77 ED-Enquesta              PIC Z9.9.
         77 ED-FactDisputades        PIC Z9.
         77 ED-Factures              PIC Z9.
         77 ED-Mesos                 PIC Z9.
         01 WS-DataNumerica          PIC 9(8).
         01 WS-DataNumericaR REDEFINES WS-DataNumerica.
           02 WS-AnyNum              PIC 9(4).
           02 WS-MesNum              PIC 99.
           02 WS-DiaNum              PIC 99.
         01 WS-Periode6              PIC 9(6).
         01 WS-Periode6R REDEFINES WS-Periode6.
           02 WS-AnyPer              PIC 9(4).
           02 WS-MesPer              PIC 99.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.
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
         01 WS-TaulaMajoristes.
           02 WS-MajEntry OCCURS 100 TIMES.
             03 WS-MajCodi           PIC X(20).
             03 WS-MajNom            PIC X(30).
             03 WS-MajPercent        PIC 9(3).
             03 WS-MajPeriode OCCURS 2 TIMES.
               04 WS-MajReserves     PIC 9(6).
               04 WS-MajVendes       PIC 9(11).
               04 WS-MajComissio     PIC 9(11).
               04 WS-MajRebuigs      PIC 9(5).
               04 WS-MajRespostes    PIC 9(5).
               04 WS-MajDiesResp     PIC 9(7).
               04 WS-MajCanvis       PIC 9(5).
               04 WS-MajNoGo         PIC 9(5).
               04 WS-MajReclam       PIC 9(5).
               04 WS-MajIncid        PIC 9(5).
               04 WS-MajNumEnq       PIC 9(5).
               04 WS-MajSumaPunts    PIC 9(7).
               04 WS-MajFactures     PIC 9(3).
               04 WS-MajFactDisp     PIC 9(3).
         01 WS-MajTempo              PIC X(219).

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerReserves, CatalegViatges, FitxerMajoristes,
                 FitxerAnulacions, FitxerConfirmacionsOper,
                 FitxerNotificacions, FitxerReclamacions,
                 FitxerIncidents, FitxerEnquestes,
                 FitxerFacturesProveidor.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN INPUT FitxerReserves.
           IF EstatFitxerReserves NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Reserves NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           OPEN INPUT CatalegViatges.
           IF EstatCatalegViatges NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Viatges NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             CLOSE FitxerReserves
             EXIT PROGRAM
           END-IF.
           OPEN INPUT FitxerMajoristes.
           IF EstatFitxerMajoristes EQUAL "00"
             MOVE "S" TO WS-MajoristesObert
           END-IF.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           PERFORM DemanarPeriode.
           DISPLAY "Fitxer d'arxiu de reserves (blanc = cap): "
             LINE 2 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-NomFitxerArxiu LINE 2 POSITION 48 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           PERFORM DemanarSortida.
           DISPLAY "Calculant indicadors..." LINE 4 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE "NO" TO FiFitxer.
           PERFORM AcumularReserva UNTIL FiFitxer = "SI".
           IF WS-NomFitxerArxiu NOT EQUAL SPACES
             OPEN INPUT FitxerArxiuReserves
             IF EstatFitxerArxiu EQUAL "00"
               MOVE "NO" TO FiFitxer
               PERFORM AcumularArxiu UNTIL FiFitxer = "SI"
               CLOSE FitxerArxiuReserves
             END-IF
           END-IF.
           PERFORM AcumularAnulacions.
           PERFORM AcumularConfirmacions.
           PERFORM AcumularCanvis.
           PERFORM AcumularReclamacions.
           PERFORM AcumularIncidents.
           PERFORM AcumularEnquestes.
           PERFORM AcumularFactures.
           PERFORM OrdenarMajoristes.
           PERFORM Capcalera.
           PERFORM MostrarMajorista VARYING WS-Index FROM 1 BY 1
             UNTIL WS-Index > NumMajoristes.
           PERFORM MostrarTotals.
           ACCEPT Tecla NO BEEP.
           IF NOT SortidaPantalla CLOSE FitxerSortida END-IF.
           PERFORM Sortir.

        DemanarPeriode.
           DISPLAY "Mesos per periode: " LINE 1 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-MesosPeriode LINE 1 POSITION 25 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           IF WS-MesosPeriode EQUAL 0 OR WS-MesosPeriode > 24
             MOVE 12 TO WS-MesosPeriode
           END-IF.
           COMPUTE WS-MesIndex = WS-AnySistema * 12 + WS-MesSistema
             - WS-MesosPeriode.
           PERFORM MesIndexAPeriode.
           MOVE WS-Periode6 TO WS-PeriodeInicial.
           DISPLAY "Periode inicial (AAAAMM): " LINE 1 POSITION 30
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-PeriodeInicial LINE 1 POSITION 57 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           MOVE WS-PeriodeInicial TO WS-Periode6.
           IF WS-MesPer < 1 OR WS-MesPer > 12 OR WS-AnyPer < 2000
             COMPUTE WS-MesIndex = WS-AnySistema * 12 +
               WS-MesSistema - WS-MesosPeriode
             PERFORM MesIndexAPeriode
           END-IF.
           COMPUTE WS-IniciActual = WS-AnyPer * 12 + WS-MesPer - 1.
           COMPUTE WS-FiActual = WS-IniciActual + WS-MesosPeriode - 1.
           COMPUTE WS-IniciAnterior = WS-IniciActual -
             WS-MesosPeriode.

        MesIndexAPeriode.
           DIVIDE WS-MesIndex BY 12 GIVING WS-AnyPer
             REMAINDER WS-MesPer.
           ADD 1 TO WS-MesPer.

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

        ClassificarDataText.
           MOVE 0 TO WS-DiaTxt.
           MOVE 0 TO WS-MesTxt.
           MOVE 0 TO WS-AnyTxt.
           MOVE 0 TO WS-Periode.
           UNSTRING WS-DataTxt DELIMITED BY "/" INTO
             WS-DiaTxt WS-MesTxt WS-AnyTxt.
           IF WS-MesTxt < 1 OR WS-MesTxt > 12 OR WS-AnyTxt EQUAL 0
             EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MesIndex = WS-AnyTxt * 12 + WS-MesTxt - 1.
           PERFORM ClassificarMes.

        ClassificarDataNumerica.
           MOVE 0 TO WS-Periode.
           IF WS-MesNum < 1 OR WS-MesNum > 12
             EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MesIndex = WS-AnyNum * 12 + WS-MesNum - 1.
           PERFORM ClassificarMes.

        ClassificarMes.
           MOVE 0 TO WS-Periode.
           IF WS-MesIndex NOT < WS-IniciActual AND
              WS-MesIndex NOT > WS-FiActual
             MOVE 1 TO WS-Periode
           END-IF.
           IF WS-MesIndex NOT < WS-IniciAnterior AND
              WS-MesIndex < WS-IniciActual
             MOVE 2 TO WS-Periode
           END-IF.

        MajoristaDelViatge.
           MOVE SPACES TO WS-MajoristaCercat.
           READ CatalegViatges.
           IF EstatCatalegViatges EQUAL "00"
             MOVE Majorista TO WS-MajoristaCercat
           END-IF.

        LocalitzarMajorista.
           MOVE "N" TO WS-Trobat.
           IF WS-MajoristaCercat EQUAL SPACES
             EXIT PARAGRAPH
           END-IF.
           PERFORM CercarMajorista VARYING WS-IndexB FROM 1 BY 1
             UNTIL (WS-IndexB > NumMajoristes) OR (Trobat).
           IF Trobat
             EXIT PARAGRAPH
           END-IF.
           IF NumMajoristes NOT < 100
             ADD 1 TO WS-MajoristesDescartats
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NumMajoristes.
           MOVE NumMajoristes TO WS-IndexTrobat.
           MOVE WS-MajoristaCercat TO WS-MajCodi(NumMajoristes).
           MOVE SPACES TO WS-MajNom(NumMajoristes).
           MOVE 0 TO WS-MajPercent(NumMajoristes).
           MOVE ZEROS TO WS-MajPeriode(NumMajoristes, 1).
           MOVE ZEROS TO WS-MajPeriode(NumMajoristes, 2).
           IF WS-MajoristesObert EQUAL "S"
             MOVE WS-MajoristaCercat TO CodiMajorista
             READ FitxerMajoristes
             IF EstatFitxerMajoristes EQUAL "00"
               MOVE NomMajorista TO WS-MajNom(NumMajoristes)
               MOVE PercentatgeComissio TO
                 WS-MajPercent(NumMajoristes)
             END-IF
           END-IF.
           MOVE "S" TO WS-Trobat.

        CercarMajorista.
           IF WS-MajCodi(WS-IndexB) EQUAL WS-MajoristaCercat
             MOVE "S" TO WS-Trobat
             MOVE WS-IndexB TO WS-IndexTrobat
           END-IF.

        AcumularReserva.
           READ FitxerReserves NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             PERFORM ComptarReserva
           END-IF.

        AcumularArxiu.
           READ FitxerArxiuReserves, AT END MOVE "SI" TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             MOVE LiniaArxiuReserves TO Reserva
             PERFORM ComptarReserva
           END-IF.

        ComptarReserva.
           MOVE DataReserva TO WS-DataTxt.
           PERFORM ClassificarDataText.
           IF WS-Periode EQUAL 0
             EXIT PARAGRAPH
           END-IF.
           MOVE CodiViatgeReservat TO CodiViatge.
           PERFORM MajoristaDelViatge.
           PERFORM LocalitzarMajorista.
           IF NOT Trobat
             EXIT PARAGRAPH
           END-IF.
           IF RebutjadaOperador
             ADD 1 TO WS-MajRebuigs(WS-IndexTrobat, WS-Periode)
           END-IF.
           IF ReservaOpcio
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MajReserves(WS-IndexTrobat, WS-Periode).
           ADD PreuTotalReserva TO
             WS-MajVendes(WS-IndexTrobat, WS-Periode).
           COMPUTE WS-ComissioReserva = (PreuTotalReserva *
             WS-MajPercent(WS-IndexTrobat)) / 100.
           ADD WS-ComissioReserva TO
             WS-MajComissio(WS-IndexTrobat, WS-Periode).

        AcumularAnulacions.
           OPEN INPUT FitxerAnulacions.
           IF EstatFitxerAnulacions NOT EQUAL "00"
             EXIT PARAGRAPH
           END-IF.
           MOVE "NO" TO FiFitxer.
           PERFORM ComptarAnulacio UNTIL FiFitxer = "SI".
           CLOSE FitxerAnulacions.

        ComptarAnulacio.
           READ FitxerAnulacions NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer EQUAL "SI"
             EXIT PARAGRAPH
           END-IF.
           MOVE CodiViatgeAnulat TO CodiViatge.
           PERFORM MajoristaDelViatge.
           PERFORM LocalitzarMajorista.
           IF NOT Trobat
             EXIT PARAGRAPH
           END-IF.
           IF DataReservaAnulada NOT EQUAL SPACES
             MOVE DataReservaAnulada TO WS-DataTxt
             PERFORM ClassificarDataText
             IF WS-Periode > 0
               ADD 1 TO WS-MajReserves(WS-IndexTrobat, WS-Periode)
             END-IF
           END-IF.
           IF MotiuAnulacio EQUAL "SORTIDA CANCEL-LADA OPERADOR"
             MOVE DataAnulacio TO WS-DataTxt
             PERFORM ClassificarDataText
             IF WS-Periode > 0
               ADD 1 TO WS-MajNoGo(WS-IndexTrobat, WS-Periode)
             END-IF
           END-IF.

        AcumularConfirmacions.
           OPEN INPUT FitxerConfirmacionsOper.
           IF EstatFitxerConfirmacions NOT EQUAL "00"
             EXIT PARAGRAPH
           END-IF.
           MOVE "NO" TO FiFitxer.
           PERFORM ComptarConfirmacio UNTIL FiFitxer = "SI".
           CLOSE FitxerConfirmacionsOper.

        ComptarConfirmacio.
           READ FitxerConfirmacionsOper NEXT RECORD, AT END MOVE "SI"
             TO FiFitxer.
           IF FiFitxer EQUAL "SI"
             EXIT PARAGRAPH
           END-IF.
           IF DataPeticioConfirm EQUAL 0 OR DataRespostaConfirm EQUAL 0
             EXIT PARAGRAPH
           END-IF.
           MOVE DataRespostaConfirm TO WS-DataNumerica.
           PERFORM ClassificarDataNumerica.
           IF WS-Periode EQUAL 0
             EXIT PARAGRAPH
           END-IF.
           MOVE CodiMajoristaConfirm TO WS-MajoristaCercat.
           PERFORM LocalitzarMajorista.
           IF NOT Trobat
             EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DiesResposta = (WS-AnyNum * 365) +
             DiesAcumulats(WS-MesNum) + WS-DiaNum.
           MOVE DataPeticioConfirm TO WS-DataNumerica.
           IF WS-MesNum < 1 OR WS-MesNum > 12
             EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DiesPeticio = (WS-AnyNum * 365) +
             DiesAcumulats(WS-MesNum) + WS-DiaNum.
           ADD 1 TO WS-MajRespostes(WS-IndexTrobat, WS-Periode).
           IF WS-DiesResposta > WS-DiesPeticio
             COMPUTE WS-MajDiesResp(WS-IndexTrobat, WS-Periode) =
               WS-MajDiesResp(WS-IndexTrobat, WS-Periode) +
               WS-DiesResposta - WS-DiesPeticio
           END-IF.

        AcumularCanvis.
           OPEN INPUT FitxerNotificacions.
           IF EstatFitxerNotificacions NOT EQUAL "00"
             EXIT PARAGRAPH
           END-IF.
           MOVE "NO" TO FiFitxer.
           PERFORM ComptarCanvi UNTIL FiFitxer = "SI".
           CLOSE FitxerNotificacions.

        ComptarCanvi.
           READ FitxerNotificacions NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer EQUAL "SI"
             EXIT PARAGRAPH
           END-IF.
           IF NOT NotificacioCanviData
             EXIT PARAGRAPH
           END-IF.
           MOVE DataGeneracio TO WS-DataTxt.
           PERFORM ClassificarDataText.
           IF WS-Periode EQUAL 0
             EXIT PARAGRAPH
           END-IF.
           MOVE CodiViatgeNotificat TO CodiViatge.
           PERFORM MajoristaDelViatge.
           PERFORM LocalitzarMajorista.
           IF Trobat
             ADD 1 TO WS-MajCanvis(WS-IndexTrobat, WS-Periode)
           END-IF.

        AcumularReclamacions.
           OPEN INPUT FitxerReclamacions.
           IF EstatFitxerReclamacions NOT EQUAL "00"
             EXIT PARAGRAPH
           END-IF.
           MOVE "NO" TO FiFitxer.
           PERFORM ComptarReclamacio UNTIL FiFitxer = "SI".
           CLOSE FitxerReclamacions.

        ComptarReclamacio.
           READ FitxerReclamacions NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer EQUAL "SI"
             EXIT PARAGRAPH
           END-IF.
           IF NumeroReservaReclamada EQUAL 0
             EXIT PARAGRAPH
           END-IF.
           MOVE DataRebudaReclamacio TO WS-DataNumerica.
           PERFORM ClassificarDataNumerica.
           IF WS-Periode EQUAL 0
             EXIT PARAGRAPH
           END-IF.
           MOVE NumeroReservaReclamada TO NumeroReserva.
           READ FitxerReserves.
           IF EstatFitxerReserves NOT EQUAL "00"
             EXIT PARAGRAPH
           END-IF.
           MOVE CodiViatgeReservat TO CodiViatge.
           PERFORM MajoristaDelViatge.
           PERFORM LocalitzarMajorista.
           IF Trobat
             ADD 1 TO WS-MajReclam(WS-IndexTrobat, WS-Periode)
           END-IF.

        AcumularIncidents.
           OPEN INPUT FitxerIncidents.
           IF EstatFitxerIncidents NOT EQUAL "00"
             EXIT PARAGRAPH
           END-IF.
           MOVE "NO" TO FiFitxer.
           PERFORM ComptarIncident UNTIL FiFitxer = "SI".
           CLOSE FitxerIncidents.

        ComptarIncident.
           READ FitxerIncidents NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer EQUAL "SI"
             EXIT PARAGRAPH
           END-IF.
           MOVE DataIncidencia TO WS-DataNumerica.
           PERFORM ClassificarDataNumerica.
           IF WS-Periode EQUAL 0
             EXIT PARAGRAPH
           END-IF.
           MOVE CodiViatgeIncident TO CodiViatge.
           PERFORM MajoristaDelViatge.
           PERFORM LocalitzarMajorista.
           IF Trobat
             ADD 1 TO WS-MajIncid(WS-IndexTrobat, WS-Periode)
           END-IF.

        AcumularEnquestes.
           OPEN INPUT FitxerEnquestes.
           IF EstatFitxerEnquestes NOT EQUAL "00"
             EXIT PARAGRAPH
           END-IF.
           MOVE "NO" TO FiFitxer.
           PERFORM ComptarEnquesta UNTIL FiFitxer = "SI".
           CLOSE FitxerEnquestes.

        ComptarEnquesta.
           READ FitxerEnquestes NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer EQUAL "SI"
             EXIT PARAGRAPH
           END-IF.
           MOVE DataEnquesta TO WS-DataTxt.
           PERFORM ClassificarDataText.
           IF WS-Periode EQUAL 0
             EXIT PARAGRAPH
           END-IF.
           MOVE CodiViatgeEnquesta TO CodiViatge.
           PERFORM MajoristaDelViatge.
           PERFORM LocalitzarMajorista.
           IF Trobat
             ADD 1 TO WS-MajNumEnq(WS-IndexTrobat, WS-Periode)
             ADD Puntuacio TO
               WS-MajSumaPunts(WS-IndexTrobat, WS-Periode)
           END-IF.

        AcumularFactures.
           OPEN INPUT FitxerFacturesProveidor.
           IF EstatFitxerFacturesProveidor NOT EQUAL "00"
             EXIT PARAGRAPH
           END-IF.
           MOVE "NO" TO FiFitxer.
           PERFORM ComptarFactura UNTIL FiFitxer = "SI".
           CLOSE FitxerFacturesProveidor.

        ComptarFactura.
           READ FitxerFacturesProveidor NEXT RECORD, AT END MOVE "SI"
             TO FiFitxer.
           IF FiFitxer EQUAL "SI"
             EXIT PARAGRAPH
           END-IF.
           MOVE PeriodeFacturaProveidor TO WS-Periode6.
           MOVE 0 TO WS-Periode.
           IF WS-MesPer < 1 OR WS-MesPer > 12
             EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MesIndex = WS-AnyPer * 12 + WS-MesPer - 1.
           PERFORM ClassificarMes.
           IF WS-Periode EQUAL 0
             EXIT PARAGRAPH
           END-IF.
           MOVE CodiMajoristaFactura TO WS-MajoristaCercat.
           PERFORM LocalitzarMajorista.
           IF Trobat
             ADD 1 TO WS-MajFactures(WS-IndexTrobat, WS-Periode)
             IF FacturaProvDisputada
               ADD 1 TO WS-MajFactDisp(WS-IndexTrobat, WS-Periode)
             END-IF
           END-IF.

        OrdenarMajoristes.
           IF NumMajoristes > 1
             PERFORM OrdenarPassada VARYING WS-Index FROM 1 BY 1
               UNTIL WS-Index >= NumMajoristes
           END-IF.

        OrdenarPassada.
           PERFORM OrdenarParella VARYING WS-IndexB FROM 1 BY 1
             UNTIL WS-IndexB >= NumMajoristes.

        OrdenarParella.
           IF WS-MajVendes(WS-IndexB, 1) <
              WS-MajVendes(WS-IndexB + 1, 1)
             MOVE WS-MajEntry(WS-IndexB) TO WS-MajTempo
             MOVE WS-MajEntry(WS-IndexB + 1) TO
               WS-MajEntry(WS-IndexB)
             MOVE WS-MajTempo TO WS-MajEntry(WS-IndexB + 1)
           END-IF.

        Capcalera.
           MOVE WS-MesosPeriode TO ED-Mesos.
           MOVE WS-IniciActual TO WS-MesIndex.
           PERFORM MesIndexAPeriode.
           DISPLAY "AVALUACIO DE MAJORISTES - DES DE" LINE 4
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-Periode6 LINE 4 POSITION 38
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Mesos LINE 4 POSITION 45
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "MESOS (taxes per 100 reserves)" LINE 4
             POSITION 48 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY
             "Periode   Res.   Vendes Comiss.  Reb. DiesR Canvi  NoGo"
             LINE 5 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY " Recl. Incid Enq. FD" LINE 5 POSITION 60
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "AVALUACIO DE MAJORISTES - DES DE " DELIMITED BY
               SIZE WS-Periode6 DELIMITED BY SIZE " " DELIMITED BY
               SIZE ED-Mesos DELIMITED BY SIZE
               " MESOS COMPARAT AMB EL PERIODE ANTERIOR" DELIMITED
               BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "TAXES PER 100 RESERVES. DIESR = DIES MITJANS DE"
               DELIMITED BY SIZE " RESPOSTA A LA CONFIRMACIO. FD ="
               DELIMITED BY SIZE " FACTURES DISPUTADES/REBUDES"
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "PERIODE   RES.   VENDES COMISS.  REB. DIESR"
               DELIMITED BY SIZE " CANVI  NOGO RECL. INCID ENQ. FD"
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE 6 TO Fila.

        MostrarMajorista.
           DISPLAY WS-MajCodi(WS-Index) LINE Fila POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-MajNom(WS-Index) LINE Fila POSITION 26
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             WRITE LiniaSortida
             STRING WS-MajCodi(WS-Index) DELIMITED BY SIZE " "
               DELIMITED BY SIZE WS-MajNom(WS-Index) DELIMITED BY
               SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           PERFORM AvancarFila.
           MOVE 1 TO WS-P.
           MOVE "Actual" TO WS-EtiquetaPeriode.
           PERFORM MostrarPeriode.
           MOVE 2 TO WS-P.
           MOVE "Anterior" TO WS-EtiquetaPeriode.
           PERFORM MostrarPeriode.

        MostrarPeriode.
           PERFORM PrepararIndicadors.
           DISPLAY WS-EtiquetaPeriode LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Reserves LINE Fila POSITION 14
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Vendes LINE Fila POSITION 20
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Comissio LINE Fila POSITION 29
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Rebuigs LINE Fila POSITION 37
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-DiesResposta LINE Fila POSITION 43
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Canvis LINE Fila POSITION 49
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-NoGo LINE Fila POSITION 55
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Reclamacions LINE Fila POSITION 61
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Incidents LINE Fila POSITION 67
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Enquesta LINE Fila POSITION 73
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-FactDisputades LINE Fila POSITION 78
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           PERFORM AvancarFila.
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING WS-EtiquetaPeriode DELIMITED BY SIZE " "
               DELIMITED BY SIZE ED-Reserves DELIMITED BY SIZE " "
               DELIMITED BY SIZE ED-Vendes DELIMITED BY SIZE " "
               DELIMITED BY SIZE ED-Comissio DELIMITED BY SIZE " "
               DELIMITED BY SIZE ED-Rebuigs DELIMITED BY SIZE " "
               DELIMITED BY SIZE ED-DiesResposta DELIMITED BY SIZE
               " " DELIMITED BY SIZE ED-Canvis DELIMITED BY SIZE " "
               DELIMITED BY SIZE ED-NoGo DELIMITED BY SIZE " "
               DELIMITED BY SIZE ED-Reclamacions DELIMITED BY SIZE
               " " DELIMITED BY SIZE ED-Incidents DELIMITED BY SIZE
               " " DELIMITED BY SIZE ED-Enquesta DELIMITED BY SIZE
               " " DELIMITED BY SIZE ED-FactDisputades DELIMITED BY
               SIZE "/" DELIMITED BY SIZE ED-Factures DELIMITED BY
               SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        PrepararIndicadors.
           MOVE WS-MajReserves(WS-Index, WS-P) TO ED-Reserves.
           MOVE WS-MajVendes(WS-Index, WS-P) TO ED-Vendes.
           MOVE WS-MajComissio(WS-Index, WS-P) TO ED-Comissio.
           MOVE WS-MajRebuigs(WS-Index, WS-P) TO WS-Taxa.
           PERFORM CalcularTaxa.
           MOVE WS-Taxa TO ED-Rebuigs.
           MOVE WS-MajCanvis(WS-Index, WS-P) TO WS-Taxa.
           PERFORM CalcularTaxa.
           MOVE WS-Taxa TO ED-Canvis.
           MOVE WS-MajNoGo(WS-Index, WS-P) TO WS-Taxa.
           PERFORM CalcularTaxa.
           MOVE WS-Taxa TO ED-NoGo.
           MOVE WS-MajReclam(WS-Index, WS-P) TO WS-Taxa.
           PERFORM CalcularTaxa.
           MOVE WS-Taxa TO ED-Reclamacions.
           MOVE WS-MajIncid(WS-Index, WS-P) TO WS-Taxa.
           PERFORM CalcularTaxa.
           MOVE WS-Taxa TO ED-Incidents.
           MOVE 0 TO WS-Mitjana.
           IF WS-MajRespostes(WS-Index, WS-P) > 0
             COMPUTE WS-Mitjana ROUNDED =
               WS-MajDiesResp(WS-Index, WS-P) /
               WS-MajRespostes(WS-Index, WS-P)
           END-IF.
           MOVE WS-Mitjana TO ED-DiesResposta.
           MOVE 0 TO WS-Mitjana.
           IF WS-MajNumEnq(WS-Index, WS-P) > 0
             COMPUTE WS-Mitjana ROUNDED =
               WS-MajSumaPunts(WS-Index, WS-P) /
               WS-MajNumEnq(WS-Index, WS-P)
           END-IF.
           MOVE WS-Mitjana TO ED-Enquesta.
           MOVE WS-MajFactDisp(WS-Index, WS-P) TO ED-FactDisputades.
           MOVE WS-MajFactures(WS-Index, WS-P) TO ED-Factures.

        CalcularTaxa.
           IF WS-MajReserves(WS-Index, WS-P) EQUAL 0
             MOVE 0 TO WS-Taxa
           ELSE
             COMPUTE WS-Taxa ROUNDED = WS-Taxa * 100 /
               WS-MajReserves(WS-Index, WS-P)
           END-IF.
           IF WS-Taxa > 999.9
             MOVE 999.9 TO WS-Taxa
           END-IF.

        MostrarTotals.
           IF NumMajoristes = 0
             DISPLAY "Cap activitat de Majoristes en els periodes"
               LINE Fila POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           IF WS-MajoristesDescartats > 0
             MOVE WS-MajoristesDescartats TO ED-Reserves
             DISPLAY "AVIS: registres de Majoristes fora de la taula:"
               LINE Fila POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Reserves LINE Fila POSITION 54
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
             MOVE 6 TO Fila
           END-IF.

        Sortir.
           CLOSE FitxerReserves.
           CLOSE CatalegViatges.
           IF WS-MajoristesObert EQUAL "S"
             CLOSE FitxerMajoristes
           END-IF.
           EXIT PROGRAM.
