       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulTancamentSortida.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FRESER.CPY.
            COPY S-FCATVI.CPY.
            COPY S-FRESSO.CPY.
            COPY S-FCHKIN.CPY.
            COPY S-FBESTR.CPY.
            COPY S-FNOTIF.CPY.
            COPY S-FLIQUI.CPY.
            COPY S-FFACPR.CPY.
            COPY S-FMAJO.CPY.
            COPY S-FGRATU.CPY.
            COPY S-FAUDDA.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-RESER.CPY.
          COPY FD-CATVI.CPY.
          COPY FD-RESSO.CPY.
          COPY FD-CHKIN.CPY.
          COPY FD-BESTR.CPY.
          COPY FD-NOTIF.CPY.
          COPY FD-LIQUI.CPY.
          COPY FD-FACPR.CPY.
          COPY FD-FMAJO.CPY.
          COPY FD-GRATU.CPY.
          COPY FD-AUDDA.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerResultats     PIC XX VALUE "00".
         77 EstatFitxerCheckin       PIC XX VALUE "00".
         77 EstatFitxerBestretes     PIC XX VALUE "00".
         77 EstatFitxerNotificacions PIC XX VALUE "00".
         77 EstatFitxerLiquidacions  PIC XX VALUE "00".
         77 EstatFitxerFacturesProveidor PIC XX VALUE "00".
         77 EstatFitxerMajoristes    PIC XX VALUE "00".
         77 EstatFitxerGratuitats    PIC XX VALUE "00".
         77 EstatFitxerAuditoriaDades PIC XX VALUE "00".
         77 WS-CheckinObert          PIC X VALUE "N".
         77 WS-BestretesObert        PIC X VALUE "N".
         77 WS-NotificacionsObert    PIC X VALUE "N".
         77 WS-LiquidacionsObert     PIC X VALUE "N".
         77 WS-FacturesObert         PIC X VALUE "N".
         77 WS-GratuitatsObert       PIC X VALUE "N".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 Segur                    PIC X VALUE "N".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Comptador                PIC 99.
         COPY SESSIO-W.CPY.
         COPY COSTHOT.CPY.
         COPY DIESFEIN.CPY.
         77 WS-CodiViatgeDemanat     PIC 9(5) VALUE 0.
         77 WS-DataTxt               PIC X(10) VALUE SPACES.
         77 WS-DiaTxt                PIC 99 VALUE 0.
         77 WS-MesTxt                PIC 99 VALUE 0.
         77 WS-AnyTxt                PIC 9(4) VALUE 0.
         77 WS-DiaSortidaCerca       PIC X(10) VALUE SPACES.
         77 WS-DataRetorn            PIC 9(8) VALUE 0.
         77 WS-DataSortidaRes        PIC 9(8) VALUE 0.
         77 WS-DiaRes                PIC 99 VALUE 0.
         77 WS-MesRes                PIC 99 VALUE 0.
         77 WS-AnyRes                PIC 9(4) VALUE 0.
         77 WS-DiaSort               PIC 99 VALUE 0.
         77 WS-MesSort               PIC 99 VALUE 0.
         77 WS-AnySort               PIC 9(4) VALUE 0.
         77 WS-PercentComissio       PIC 9(3) VALUE 0.
         77 WS-CostPersonaUsat       PIC 9(7) VALUE 0.
         77 WS-PlacesCost            PIC 9(4) VALUE 0.
         77 WS-Reserves              PIC 9(4) VALUE 0.
         77 WS-Places                PIC 9(5) VALUE 0.
         77 WS-Presents              PIC 9(5) VALUE 0.
         77 WS-NoShows               PIC 9(4) VALUE 0.
         77 WS-Ingres                PIC 9(9) VALUE 0.
         77 WS-Cost                  PIC 9(9) VALUE 0.
         77 WS-Comissio              PIC 9(9) VALUE 0.
         77 WS-Gratuitat             PIC 9(9) VALUE 0.
         77 WS-DespesesGuia          PIC 9(9) VALUE 0.
         77 WS-Marge                 PIC S9(9) VALUE 0.
         77 WS-FacturesPendents      PIC 9(4) VALUE 0.
         77 WS-BestretesPendents     PIC 9(4) VALUE 0.
         77 WS-EnquestesPendents     PIC 9(4) VALUE 0.
         77 WS-CheckinPendent        PIC 9 VALUE 0.
         77 WS-TotalPendents         PIC 9(4) VALUE 0.
         77 WS-EnquestaEnviada       PIC X VALUE "N".
         77 WS-FacturaCasada         PIC X VALUE "N".
         77 FiNotificacions          PIC XX VALUE "NO".
         77 WS-ResultatValidacio     PIC XX VALUE "NO".
         77 WS-NomAdministrador      PIC X(15) VALUE SPACES.
         77 ED-Import                PIC ZZZZZZZZ9.
         77 ED-Marge                 PIC -ZZZZZZZZ9.
         77 ED-Num                   PIC ZZZZ9.
         01 WS-DataConvertida        PIC 9(8).
         01 WS-DataSortida           PIC 9(8).
         01 WS-DataSortidaR REDEFINES WS-DataSortida.
           02 WS-AnySortida          PIC 9(4).
           02 WS-MesSortida          PIC 99.
           02 WS-DiaSortida          PIC 99.
         01 WS-DataFormat            PIC 9(8).
         01 WS-DataFormatR REDEFINES WS-DataFormat.
           02 WS-AnyFormat           PIC 9(4).
           02 WS-MesFormat           PIC 99.
           02 WS-DiaFormat           PIC 99.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.
         01 WS-DataAvui              PIC 9(8).
         01 WS-HoraSistema           PIC 9(8).
         01 WS-HoraSistemaR REDEFINES WS-HoraSistema.
           02 WS-HoresSistema        PIC 99.
           02 WS-MinutsSistema       PIC 99.
           02 WS-SegonsSistema       PIC 99.
           02 WS-Centesimes          PIC 99.
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
                 FitxerResultatsSortida, FitxerCheckin,
                 FitxerBestretes, FitxerNotificacions.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           IF WS-RolSessioConsulta
             DISPLAY "ERROR!!! Usuari sense permis per tancar"
               BEEP LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "sortides" LINE 11 POSITION 50
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
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
           OPEN I-O FitxerResultatsSortida.
           IF EstatFitxerResultats NOT EQUAL "00"
             OPEN OUTPUT FitxerResultatsSortida
             CLOSE FitxerResultatsSortida
             OPEN I-O FitxerResultatsSortida
           END-IF.
           OPEN INPUT FitxerMajoristes.
           PERFORM ObrirFitxersControl.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           MOVE WS-DataSistema TO WS-DataAvui.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT2.SCR 0 1 23 79" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY BORRADO.
           DISPLAY "TANCAMENT DE SORTIDA DESPRES DEL RETORN" LINE 2
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Codi del Viatge: " LINE 3 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-CodiViatgeDemanat LINE 3 POSITION 32 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, PROMPT" NO BEEP.
           MOVE WS-CodiViatgeDemanat TO CodiViatge.
           READ CatalegViatges.
           IF EstatCatalegViatges NOT EQUAL "00"
             DISPLAY "ERROR!!! Viatge NO existeix" BEEP LINE 11
               POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           DISPLAY Titol LINE 3 POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Data de sortida (DD/MM/AAAA): " LINE 4 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE SPACES TO WS-DataTxt.
           ACCEPT WS-DataTxt LINE 4 POSITION 36 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           PERFORM ConvertirData.
           IF WS-DataConvertida EQUAL 0
             DISPLAY "ERROR!!! Data incorrecta" BEEP LINE 11
               POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           MOVE WS-DataConvertida TO WS-DataSortida.
           MOVE SPACES TO WS-DiaSortidaCerca.
           STRING WS-DiaSortida DELIMITED BY SIZE " " DELIMITED BY
             SIZE Mesos(WS-MesSortida) DELIMITED BY SIZE INTO
             WS-DiaSortidaCerca.
           MOVE WS-CodiViatgeDemanat TO CodiViatgeResultat.
           MOVE WS-DataSortida TO DataSortidaResultat.
           READ FitxerResultatsSortida.
           IF EstatFitxerResultats EQUAL "00" AND SortidaTancada
             MOVE DataTancamentResultat TO WS-DataFormat
             PERFORM FormatarData
             DISPLAY "ERROR!!! Sortida ja TANCADA el" BEEP LINE 11
               POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY WS-DataTxt LINE 11 POSITION 41
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           MOVE "N" TO DF-Operacio.
           MOVE WS-OficinaSessio TO DF-Oficina.
           MOVE WS-DataSortida TO DF-DataInici.
           MOVE DuracioViatge TO DF-Dies.
           CALL "DIESFEIN.COB" USING PeticioDiesFeiners.
           CANCEL "DIESFEIN.COB".
           MOVE DF-DataResultat TO WS-DataRetorn.
           MOVE WS-DataRetorn TO WS-DataFormat.
           PERFORM FormatarData.
           DISPLAY "Data de retorn: " LINE 5 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-DataTxt LINE 5 POSITION 36
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF WS-DataRetorn > WS-DataAvui
             DISPLAY "ERROR!!! La sortida encara no ha retornat" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           PERFORM PrepararCostos.
           PERFORM AcumularReserves.
           IF WS-Reserves EQUAL 0
             DISPLAY "ERROR!!! Cap reserva per aquesta sortida" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           PERFORM ComptarCheckin.
           PERFORM ComprovarBestretes.
           COMPUTE WS-Marge = WS-Ingres - WS-Cost - WS-Comissio -
             WS-DespesesGuia.
           COMPUTE WS-TotalPendents = WS-FacturesPendents +
             WS-BestretesPendents + WS-EnquestesPendents +
             WS-CheckinPendent.
           PERFORM MostrarResum.
           MOVE SPACES TO WS-NomAdministrador.
           IF WS-TotalPendents > 0
             DISPLAY "AVIS: Hi ha punts pendents; cal autoritzacio"
               BEEP LINE 20 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             CALL "VALADMIN.COB" USING WS-ResultatValidacio
               WS-NomAdministrador
             CANCEL "VALADMIN.COB"
             IF WS-ResultatValidacio NOT EQUAL "OK"
               DISPLAY "Tancament NO autoritzat" BEEP LINE 21
                 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               ACCEPT Tecla NO BEEP
               PERFORM Sortir
             END-IF
           END-IF.
           DISPLAY "Confirma el tancament de la sortida (S/N)? "
             LINE 21 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE "N" TO Segur.
           ACCEPT Segur LINE 21 POSITION 50 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF Segur EQUAL "S"
             PERFORM GravarResultat
             DISPLAY "Sortida tancada i resultats congelats" LINE 22
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
           END-IF.
           PERFORM Sortir.

        ObrirFitxersControl.
           OPEN INPUT FitxerCheckin.
           IF EstatFitxerCheckin EQUAL "00"
             MOVE "S" TO WS-CheckinObert
           END-IF.
           OPEN INPUT FitxerBestretes.
           IF EstatFitxerBestretes EQUAL "00"
             MOVE "S" TO WS-BestretesObert
           END-IF.
           OPEN INPUT FitxerNotificacions.
           IF EstatFitxerNotificacions EQUAL "00"
             MOVE "S" TO WS-NotificacionsObert
           END-IF.
           OPEN INPUT FitxerLiquidacions.
           IF EstatFitxerLiquidacions EQUAL "00"
             MOVE "S" TO WS-LiquidacionsObert
           END-IF.
           OPEN INPUT FitxerFacturesProveidor.
           IF EstatFitxerFacturesProveidor EQUAL "00"
             MOVE "S" TO WS-FacturesObert
           END-IF.
           OPEN INPUT FitxerGratuitats.
           IF EstatFitxerGratuitats EQUAL "00"
             MOVE "S" TO WS-GratuitatsObert
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

        FormatarData.
           MOVE SPACES TO WS-DataTxt.
           STRING WS-DiaFormat DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesFormat DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnyFormat DELIMITED BY SIZE INTO WS-DataTxt.

        PrepararCostos.
           MOVE 0 TO WS-PercentComissio.
           IF Majorista NOT EQUAL SPACES
             MOVE Majorista TO CodiMajorista
             READ FitxerMajoristes
             IF EstatFitxerMajoristes EQUAL "00"
               MOVE PercentatgeComissio TO WS-PercentComissio
             END-IF
           END-IF.
           MOVE CostNetPersona TO WS-CostPersonaUsat.
           MOVE WS-CodiViatgeDemanat TO CH-CodiViatge.
           MOVE WS-DiaSortidaCerca TO CH-DiaSortida.
           MOVE WS-DataSortida TO CH-DataReferencia.
           MOVE "N" TO CH-MostrarDetall.
           CALL "CALCCOSH.COB" USING PeticioCostHotel.
           CANCEL "CALCCOSH.COB".
           IF CH-CostComplet
             MOVE CH-CostPersona TO WS-CostPersonaUsat
           END-IF.

        AcumularReserves.
           MOVE WS-CodiViatgeDemanat TO CodiViatgeReservat.
           MOVE WS-DiaSortidaCerca TO DiaSortida.
           START FitxerReserves KEY IS NOT LESS THAN ClauSortida.
           IF EstatFitxerReserves NOT EQUAL "00"
             EXIT PARAGRAPH
           END-IF.
           MOVE "NO" TO FiFitxer.
           PERFORM TractarReserva UNTIL FiFitxer = "SI".

        TractarReserva.
           READ FitxerReserves NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer EQUAL "SI"
             EXIT PARAGRAPH
           END-IF.
           IF CodiViatgeReservat NOT EQUAL WS-CodiViatgeDemanat OR
              DiaSortida(1:6) NOT EQUAL WS-DiaSortidaCerca(1:6)
             MOVE "SI" TO FiFitxer
             EXIT PARAGRAPH
           END-IF.
           PERFORM CalcularAnySortida.
           IF WS-DataSortidaRes NOT EQUAL WS-DataSortida
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Reserves.
           ADD PlacesReservades TO WS-Places.
           ADD PreuTotalReserva TO WS-Ingres.
           PERFORM CercarGratuitat.
           COMPUTE WS-Cost = WS-Cost + WS-CostPersonaUsat *
             WS-PlacesCost.
           COMPUTE WS-Comissio = WS-Comissio + (PreuTotalReserva *
             WS-PercentComissio) / 100.
           IF Majorista NOT EQUAL SPACES
             PERFORM ComprovarFactura
           END-IF.
           PERFORM ComprovarEnquesta.

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
           IF WS-MesSort EQUAL 0 OR DiaSortida(1:2) NOT NUMERIC
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

        CercarGratuitat.
           MOVE PlacesReservades TO WS-PlacesCost.
           IF WS-GratuitatsObert EQUAL "S"
             MOVE NumeroReserva TO NumeroReservaGratuitat
             READ FitxerGratuitats
             IF EstatFitxerGratuitats EQUAL "00"
               COMPUTE WS-Gratuitat = WS-Gratuitat + CostGratuitat *
                 PlacesGratuites
               IF PlacesReservades > PlacesGratuites
                 COMPUTE WS-PlacesCost = PlacesReservades -
                   PlacesGratuites
               ELSE
                 MOVE 0 TO WS-PlacesCost
               END-IF
             END-IF
           END-IF.

        ComprovarFactura.
           MOVE "N" TO WS-FacturaCasada.
           IF ReservaLiquidada AND WS-LiquidacionsObert EQUAL "S"
             MOVE NumeroLiquidacioReserva TO NumeroLiquidacio
             READ FitxerLiquidacions
             IF EstatFitxerLiquidacions EQUAL "00" AND
                (LiquidacioCasada OR LiquidacioRemesada) AND
                WS-FacturesObert EQUAL "S"
               MOVE CodiMajoristaLiquidat TO CodiMajoristaFactura
               MOVE PeriodeLiquidacio TO PeriodeFacturaProveidor
               READ FitxerFacturesProveidor
               IF EstatFitxerFacturesProveidor EQUAL "00" AND
                  FacturaProvCasada
                 MOVE "S" TO WS-FacturaCasada
               END-IF
             END-IF
           END-IF.
           IF WS-FacturaCasada NOT EQUAL "S"
             ADD 1 TO WS-FacturesPendents
           END-IF.

        ComprovarEnquesta.
           MOVE "N" TO WS-EnquestaEnviada.
           IF WS-NotificacionsObert EQUAL "S"
             MOVE DniReserva TO DniNotificat
             MOVE CodiViatgeReservat TO CodiViatgeNotificat
             MOVE "GRAC" TO TipusNotificacio
             START FitxerNotificacions KEY IS EQUAL ClauNotificacio
             IF EstatFitxerNotificacions EQUAL "00"
               MOVE "NO" TO FiNotificacions
               PERFORM LlegirEnquesta UNTIL FiNotificacions = "SI"
             END-IF
           END-IF.
           IF WS-EnquestaEnviada NOT EQUAL "S"
             ADD 1 TO WS-EnquestesPendents
           END-IF.

        LlegirEnquesta.
           READ FitxerNotificacions NEXT RECORD, AT END MOVE "SI" TO
             FiNotificacions.
           IF FiNotificacions EQUAL "SI"
             EXIT PARAGRAPH
           END-IF.
           IF DniNotificat NOT EQUAL DniReserva OR
              CodiViatgeNotificat NOT EQUAL CodiViatgeReservat OR
              NOT NotificacioAgraiment
             MOVE "SI" TO FiNotificacions
             EXIT PARAGRAPH
           END-IF.
           IF NotificacioEnviada
             MOVE "S" TO WS-EnquestaEnviada
             MOVE "SI" TO FiNotificacions
           END-IF.

        ComptarCheckin.
           IF WS-CheckinObert EQUAL "S"
             MOVE WS-CodiViatgeDemanat TO CodiViatgeCheckin
             MOVE WS-DiaSortidaCerca TO DataSortidaCheckin
             MOVE SPACES TO DniPassatgerCheckin
             START FitxerCheckin KEY IS NOT LESS THAN ClauCheckin
             IF EstatFitxerCheckin EQUAL "00"
               MOVE "NO" TO FiFitxer
               PERFORM LlegirCheckin UNTIL FiFitxer = "SI"
             END-IF
           END-IF.
           IF WS-Presents + WS-NoShows EQUAL 0
             MOVE 1 TO WS-CheckinPendent
           END-IF.

        LlegirCheckin.
           READ FitxerCheckin NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer EQUAL "SI"
             EXIT PARAGRAPH
           END-IF.
           IF CodiViatgeCheckin NOT EQUAL WS-CodiViatgeDemanat OR
              DataSortidaCheckin(1:6) NOT EQUAL WS-DiaSortidaCerca(1:6)
             MOVE "SI" TO FiFitxer
             EXIT PARAGRAPH
           END-IF.
           IF PassatgerPresent
             ADD 1 TO WS-Presents
           END-IF.
           IF PassatgerNoShow
             ADD 1 TO WS-NoShows
           END-IF.

        ComprovarBestretes.
           IF WS-BestretesObert EQUAL "S"
             MOVE "NO" TO FiFitxer
             PERFORM LlegirBestreta UNTIL FiFitxer = "SI"
           END-IF.

        LlegirBestreta.
           READ FitxerBestretes NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer EQUAL "SI"
             EXIT PARAGRAPH
           END-IF.
           IF CodiViatgeBestreta EQUAL WS-CodiViatgeDemanat AND
              DataSortidaBestreta(1:6) EQUAL WS-DiaSortidaCerca(1:6)
             IF BestretaLiquidada
               ADD TotalDespesesEur TO WS-DespesesGuia
             ELSE
               ADD 1 TO WS-BestretesPendents
             END-IF
           END-IF.

        MostrarResum.
           DISPLAY "RESULTAT FINAL DE LA SORTIDA" LINE 7 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE WS-Reserves TO ED-Num.
           DISPLAY "Reserves:" LINE 8 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Num LINE 8 POSITION 22
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-Places TO ED-Num.
           DISPLAY "Places venudes:" LINE 8 POSITION 35
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Num LINE 8 POSITION 55
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-Presents TO ED-Num.
           DISPLAY "Presents:" LINE 9 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Num LINE 9 POSITION 22
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-NoShows TO ED-Num.
           DISPLAY "No presentats:" LINE 9 POSITION 35
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Num LINE 9 POSITION 55
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-Ingres TO ED-Import.
           DISPLAY "Ingres:" LINE 10 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 10 POSITION 18
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-Cost TO ED-Import.
           DISPLAY "Cost:" LINE 11 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 11 POSITION 18
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-Comissio TO ED-Import.
           DISPLAY "Comissio:" LINE 12 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 12 POSITION 18
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-DespesesGuia TO ED-Import.
           DISPLAY "Despeses guia:" LINE 13 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 13 POSITION 18
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-Gratuitat TO ED-Import.
           DISPLAY "Gratuitats:" LINE 13 POSITION 35
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 13 POSITION 50
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-Marge TO ED-Marge.
           DISPLAY "Marge:" LINE 14 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Marge LINE 14 POSITION 17
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "PUNTS DE CONTROL" LINE 15 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE WS-FacturesPendents TO ED-Num.
           DISPLAY "Reserves sense factura de proveidor casada:"
             LINE 16 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Num LINE 16 POSITION 55
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-BestretesPendents TO ED-Num.
           DISPLAY "Bestretes del guia sense liquidar:" LINE 17
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Num LINE 17 POSITION 55
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-EnquestesPendents TO ED-Num.
           DISPLAY "Enquestes de satisfaccio no enviades:" LINE 18
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Num LINE 18 POSITION 55
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF WS-CheckinPendent > 0
             DISPLAY "Sense check-in registrat per la sortida"
               LINE 19 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.

        GravarResultat.
           MOVE WS-CodiViatgeDemanat TO CodiViatgeResultat.
           MOVE WS-DataSortida TO DataSortidaResultat.
           MOVE WS-DiaSortidaCerca TO DiaSortidaResultat.
           MOVE WS-DataRetorn TO DataRetornResultat.
           MOVE WS-DataAvui TO DataTancamentResultat.
           MOVE WS-NomUsuariSessio TO UsuariTancament.
           MOVE WS-NomAdministrador TO AutoritzatPerResultat.
           MOVE WS-Reserves TO ReservesResultat.
           MOVE WS-Places TO PlacesVenudesResultat.
           MOVE WS-Presents TO PassatgersPresents.
           MOVE WS-NoShows TO NoShowsResultat.
           MOVE WS-Ingres TO IngresResultat.
           MOVE WS-Cost TO CostResultat.
           MOVE WS-Comissio TO ComissioResultat.
           MOVE WS-Gratuitat TO GratuitatResultat.
           MOVE WS-DespesesGuia TO DespesesGuiaResultat.
           MOVE WS-Marge TO MargeResultat.
           MOVE WS-TotalPendents TO PendentsResultat.
           MOVE "T" TO EstatResultat.
           WRITE RegistreResultat.
           IF EstatFitxerResultats NOT EQUAL "00"
             REWRITE RegistreResultat
           END-IF.
           MOVE "RESULSOR" TO AD-Fitxer.
           MOVE SPACES TO AD-Clau.
           STRING WS-CodiViatgeDemanat DELIMITED BY SIZE " "
             DELIMITED BY SIZE WS-DataSortida DELIMITED BY SIZE
             INTO AD-Clau.
           MOVE SPACES TO AD-ValorsAbans.
           STRING "OBERTA PENDENTS=" DELIMITED BY SIZE
             WS-TotalPendents DELIMITED BY SIZE INTO AD-ValorsAbans.
           MOVE WS-Marge TO ED-Marge.
           MOVE SPACES TO AD-ValorsDespres.
           STRING "TANCADA MARGE=" DELIMITED BY SIZE ED-Marge
             DELIMITED BY SIZE " AUT=" DELIMITED BY SIZE
             WS-NomAdministrador DELIMITED BY SIZE INTO
             AD-ValorsDespres.
           PERFORM RegistrarAuditoriaDades.

        RegistrarAuditoriaDades.
           OPEN EXTEND FitxerAuditoriaDades.
           IF EstatFitxerAuditoriaDades NOT EQUAL "00"
             OPEN OUTPUT FitxerAuditoriaDades
             CLOSE FitxerAuditoriaDades
             OPEN EXTEND FitxerAuditoriaDades
           END-IF.
           ACCEPT WS-DataSistema FROM DATE YYYYMMDD.
           ACCEPT WS-HoraSistema FROM TIME.
           MOVE SPACES TO AD-Data.
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnySistema DELIMITED BY SIZE INTO AD-Data.
           MOVE SPACES TO AD-Hora.
           STRING WS-HoresSistema DELIMITED BY SIZE ":" DELIMITED BY
             SIZE WS-MinutsSistema DELIMITED BY SIZE ":" DELIMITED
             BY SIZE WS-SegonsSistema DELIMITED BY SIZE INTO AD-Hora.
           MOVE WS-NomUsuariSessio TO AD-NomUsuari.
           WRITE LiniaAuditoriaDades.
           CLOSE FitxerAuditoriaDades.

        Sortir.
           CLOSE FitxerReserves.
           CLOSE CatalegViatges.
           CLOSE FitxerResultatsSortida.
           CLOSE FitxerMajoristes.
           IF WS-CheckinObert EQUAL "S"
             CLOSE FitxerCheckin
           END-IF.
           IF WS-BestretesObert EQUAL "S"
             CLOSE FitxerBestretes
           END-IF.
           IF WS-NotificacionsObert EQUAL "S"
             CLOSE FitxerNotificacions
           END-IF.
           IF WS-LiquidacionsObert EQUAL "S"
             CLOSE FitxerLiquidacions
           END-IF.
           IF WS-FacturesObert EQUAL "S"
             CLOSE FitxerFacturesProveidor
           END-IF.
           IF WS-GratuitatsObert EQUAL "S"
             CLOSE FitxerGratuitats
           END-IF.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "DEFAULT2.SCR 0 1 23 79" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           EXIT PROGRAM.
