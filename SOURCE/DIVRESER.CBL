       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulDivisioReserves.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FRESER.CPY.
            COPY S-FCATVI.CPY.
            COPY S-FCLIEN.CPY.
            COPY S-FCONTI.CPY.
            COPY S-FDIARI.CPY.
            COPY S-FAUDDA.CPY.
            COPY S-FGRATU.CPY.
            COPY S-FNUMRE.CPY.
            COPY S-FREXCU.CPY.
            COPY S-FASSEI.CPY.
            COPY S-FPAGAM.CPY.
            COPY S-FNUMPG.CPY.
            COPY S-FDIVRE.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-RESER.CPY.
          COPY FD-CATVI.CPY.
          COPY FD-CLIEN.CPY.
          COPY FD-CONTI.CPY.
          COPY FD-DIARI.CPY.
          COPY FD-AUDDA.CPY.
          COPY FD-GRATU.CPY.
          COPY FD-NUMRE.CPY.
          COPY FD-REXCU.CPY.
          COPY FD-ASSEI.CPY.
          COPY FD-PAGAM.CPY.
          COPY FD-NUMPG.CPY.
          COPY FD-DIVRE.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerClients       PIC XX VALUE "00".
         77 EstatFitxerContingents   PIC XX VALUE "00".
         77 EstatFitxerDiari         PIC XX VALUE "00".
         77 EstatFitxerAuditoriaDades PIC XX VALUE "00".
         77 EstatFitxerGratuitats    PIC XX VALUE "00".
         77 EstatFitxerNumReserves   PIC XX VALUE "00".
         77 EstatFitxerDetallExcursions PIC XX VALUE "00".
         77 EstatFitxerAssignacions  PIC XX VALUE "00".
         77 EstatFitxerPagaments     PIC XX VALUE "00".
         77 EstatFitxerNumPagaments  PIC XX VALUE "00".
         77 EstatFitxerDivisions     PIC XX VALUE "00".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         COPY SESSIO-W.CPY.
         COPY REGDIARI.CPY.
         COPY SELRES-W.CPY.
         COPY SORTTANC.CPY.
         COPY PREUCALC.CPY.
         COPY DETPREU-W.CPY.
         COPY TIPHAB-W.CPY.
         77 WS-NumeroReservaCerca    PIC 9(7) VALUE 0.
         77 WS-NumeroReservaOrigen   PIC 9(7) VALUE 0.
         77 WS-NumeroReservaNova     PIC 9(7) VALUE 0.
         77 WS-UsuariEnUs            PIC X(15).
         77 WS-AccioBloq             PIC X.
         77 WS-FitxerBloq            PIC X(8).
         77 WS-ClauBloq              PIC X(16).
         77 WS-ResultatBloq          PIC XX.
         77 WS-ReservaAnota          PIC 9(7) VALUE 0.
         77 WS-ModeAnota             PIC X VALUE SPACE.
         77 WS-TextAnota             PIC X(60) VALUE SPACES.
         77 WS-OperacioDetall        PIC X VALUE SPACE.
         01 WS-ImatgeAbans           PIC X(527).
         01 WS-ImatgeOrigen          PIC X(527).
         01 WS-ImatgeNova            PIC X(527).
         77 WS-PreuAnticOrigen       PIC 9(7) VALUE 0.
         77 WS-PreuOrigen            PIC 9(7) VALUE 0.
         77 WS-PreuNova              PIC 9(7) VALUE 0.
         77 WS-PagatOrigen           PIC 9(7) VALUE 0.
         77 WS-PagatMoure            PIC 9(7) VALUE 0.
         77 WS-PagatRestant          PIC 9(7) VALUE 0.
         77 WS-ImportTram            PIC 9(7) VALUE 0.
         77 WS-PagatOK               PIC X VALUE "N".
         77 WS-FacturaRect           PIC 9(7) VALUE 0.
         77 WS-ReservaRect           PIC 9(7) VALUE 0.
         77 WS-ImportAnteriorRect    PIC 9(7) VALUE 0.
         77 WS-ImportNouRect         PIC 9(7) VALUE 0.
         77 WS-TipusRect             PIC X VALUE SPACE.
         77 WS-ResultatRect          PIC XX VALUE SPACES.
         01 WS-TaulaViatgers.
           02 WS-Viatger OCCURS 10 TIMES.
             03 WS-ViatgerDni        PIC X(9).
             03 WS-ViatgerNom        PIC X(30).
             03 WS-ViatgerMou        PIC X.
         77 WS-IndexViatger          PIC 99 VALUE 0.
         77 WS-IndexAcomp            PIC 99 VALUE 0.
         77 WS-NumViatgers           PIC 99 VALUE 0.
         77 WS-PlacesMoure           PIC 9(4) VALUE 0.
         77 WS-PlacesOrigen          PIC 9(4) VALUE 0.
         77 WS-PlacesAntigues        PIC 9(4) VALUE 0.
         77 WS-Posicio               PIC 99 VALUE 0.
         77 WS-TriarMou              PIC X VALUE "N".
         77 WS-Fila                  PIC 99 VALUE 0.
         77 WS-Confirmar             PIC X VALUE "N".
         77 WS-NouDia                PIC X(10) VALUE SPACES.
         77 WS-DiaAntic              PIC X(10) VALUE SPACES.
         77 WS-CanviSortida          PIC X VALUE "N".
         77 WS-PlacesAjust           PIC S9(4) VALUE 0.
         77 WS-ResultatAjust         PIC XX.
         77 WS-AssegNova             PIC 9(5) VALUE 0.
         77 WS-ExcursionsNova        PIC 9(5) VALUE 0.
         77 WS-RecarrecsMoguts       PIC S9(7) VALUE 0.
         77 WS-NumRecMoguts          PIC 99 VALUE 0.
         77 WS-IndexRec              PIC 99 VALUE 0.
         77 WS-ImportRecMoure        PIC S9(7) VALUE 0.
         01 WS-TaulaRecarrecsMoguts.
           02 WS-RecarrecMogut OCCURS 10 TIMES.
             03 WS-DescripcioRecMogut PIC X(30).
             03 WS-ImportRecMogut    PIC S9(7).
         77 WS-NumExcMogudes         PIC 99 VALUE 0.
         77 WS-IndexExc              PIC 99 VALUE 0.
         77 FiExcursions             PIC X VALUE "N".
         01 WS-TaulaExcursions.
           02 WS-ExcMoguda OCCURS 50 TIMES.
             03 WS-ExcCodi           PIC X(3).
             03 WS-ExcDni            PIC X(9).
             03 WS-ExcImport         PIC 9(5).
         77 WS-NumPagCandidats       PIC 99 VALUE 0.
         77 WS-IndexPag              PIC 99 VALUE 0.
         77 FiPagaments              PIC X VALUE "N".
         01 WS-TaulaPagaments.
           02 WS-PagCandidat OCCURS 30 TIMES PIC 9(7).
         77 WS-TeHabitacions         PIC X VALUE "N".
         77 WS-HotelHab              PIC X(5) VALUE SPACES.
         77 WS-TipusHab              PIC X(3) VALUE SPACES.
         77 WS-NumHabAntic           PIC 9(2) VALUE 0.
         77 WS-HabOrigen             PIC 9(2) VALUE 0.
         77 WS-HabNova               PIC 9(2) VALUE 0.
         77 WS-HabDiferencia         PIC S9(3) VALUE 0.
         77 WS-HabMoure              PIC 9(2) VALUE 0.
         77 WS-HotelNou              PIC X(5) VALUE SPACES.
         77 WS-CapacitatHab          PIC 9 VALUE 0.
         77 WS-IndexTipusHab         PIC 9 VALUE 0.
         77 WS-TotalHabCont          PIC 9(4) VALUE 0.
         77 WS-OperacioHab           PIC X VALUE SPACE.
         77 WS-LliuresHab            PIC 9(3) VALUE 0.
         77 WS-ResultatHab           PIC XX VALUE "NO".
         77 WS-HabitacionsOK         PIC X VALUE "S".
         77 WS-DniCalc               PIC X(9) VALUE SPACES.
         77 WS-NumPasCalc            PIC 99 VALUE 0.
         77 WS-EdatPassatger         PIC S9(3) VALUE 0.
         77 WS-DiaNaix               PIC 99.
         77 WS-MesNaix               PIC 99.
         77 WS-AnyNaix               PIC 9(4).
         77 WS-AnySortidaPreu        PIC 9(4).
         77 WS-MesSortidaCalc        PIC 99 VALUE 0.
         77 WS-CompMes               PIC 99 VALUE 0.
         77 WS-DataAvui              PIC X(10) VALUE SPACES.
         77 ED-Places                PIC ZZZ9.
         77 ED-Import                PIC ZZZZZZ9.
         77 ED-Habitacions           PIC Z9.
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
                 FitxerReserves, CatalegViatges, FitxerClients.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN I-O FitxerReserves.
           IF EstatFitxerReserves NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Reserves NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           OPEN INPUT CatalegViatges.
           OPEN INPUT FitxerClients.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 2 0 23 80" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           IF WS-ReservaSeleccionada NOT EQUAL 0
             MOVE WS-ReservaSeleccionada TO NumeroReserva
             MOVE 0 TO WS-ReservaSeleccionada
           ELSE
             DISPLAY "Numero de Reserva a dividir: " LINE 2
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-NumeroReservaCerca LINE 2 POSITION 35
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE, PROMPT" NO BEEP
             MOVE WS-NumeroReservaCerca TO NumeroReserva
           END-IF.
           READ FitxerReserves.
           IF EstatFitxerReserves NOT EQUAL "00"
             DISPLAY "ERROR!!! Reserva NO existeix" BEEP LINE 11
               POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           MOVE NumeroReserva TO WS-NumeroReservaOrigen.
           PERFORM AdquirirBloqueigReserva.
           IF WS-ResultatBloq EQUAL "NO"
             DISPLAY "AVIS: Reserva en us per " BEEP LINE 11
               POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY WS-UsuariEnUs LINE 11 POSITION 35
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           IF PlacesReservades < 2
             DISPLAY "ERROR!!! La reserva nomes te una placa" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           PERFORM ComprovarSortidaTancada.
           IF ST-SortidaTancada
             PERFORM Sortir
           END-IF.
           MOVE CodiViatgeReservat TO CodiViatge.
           READ CatalegViatges.
           MOVE Reserva TO WS-ImatgeAbans.
           MOVE PlacesReservades TO WS-PlacesAntigues.
           MOVE DiaSortida TO WS-DiaAntic.
           MOVE PreuTotalReserva TO WS-PreuAnticOrigen.
           MOVE ImportPagat TO WS-PagatOrigen.
           PERFORM CarregarViatgers.
           DISPLAY "Viatgers de la reserva" LINE 3 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Passa a la nova (S/N)" LINE 3 POSITION 50
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE 0 TO WS-PlacesMoure.
           PERFORM TriarViatger VARYING WS-IndexViatger FROM 1 BY 1
             UNTIL WS-IndexViatger > WS-NumViatgers.
           IF WS-PlacesMoure EQUAL 0 OR
              WS-PlacesMoure NOT < WS-PlacesAntigues
             DISPLAY "ERROR!!! Cal deixar viatgers a les dues reserves"
               BEEP LINE 20 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           COMPUTE WS-PlacesOrigen = WS-PlacesAntigues - WS-PlacesMoure.
           DISPLAY "Sortida de la nova reserva (DD MES, blanc = la"
             LINE 14 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "mateixa): " LINE 14 POSITION 53
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE SPACES TO WS-NouDia.
           ACCEPT WS-NouDia LINE 14 POSITION 63 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF WS-NouDia EQUAL SPACES
             MOVE WS-DiaAntic TO WS-NouDia
           END-IF.
           MOVE "N" TO WS-CanviSortida.
           IF WS-NouDia NOT EQUAL WS-DiaAntic
             MOVE "S" TO WS-CanviSortida
           END-IF.
           DISPLAY "Confirmar la divisio de la reserva (S/N)? " LINE 15
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE "N" TO WS-Confirmar.
           ACCEPT WS-Confirmar LINE 15 POSITION 48 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF WS-Confirmar NOT EQUAL "S"
             PERFORM Sortir
           END-IF.
           IF WS-CanviSortida EQUAL "S"
             MOVE CodiViatgeReservat TO CodiViatge
             COMPUTE WS-PlacesAjust = 0 - WS-PlacesMoure
             CALL "AJUSPLAC.COB" USING CodiViatge WS-NouDia
               WS-PlacesAjust WS-ResultatAjust WS-UsuariEnUs
             CANCEL "AJUSPLAC.COB"
             IF WS-ResultatAjust NOT EQUAL "OK"
               DISPLAY "ERROR!!! NO hi ha places a la nova sortida"
                 BEEP LINE 20 POSITION 5 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE"
               ACCEPT Tecla NO BEEP
               PERFORM Sortir
             END-IF
           END-IF.
           PERFORM PrepararHabitacions.
           IF WS-HabitacionsOK NOT EQUAL "S"
             PERFORM DesferPlacesNoves
             PERFORM Sortir
           END-IF.
           PERFORM SumarExcursionsMogudes.
           PERFORM ConstruirReservaOrigen.
           MOVE Reserva TO WS-ImatgeOrigen.
           PERFORM ObtenirNumeroReserva.
           PERFORM ConstruirReservaNova.
           PERFORM DemanarPagatMoure.
           MOVE WS-PagatMoure TO ImportPagat.
           WRITE Reserva.
           IF EstatFitxerReserves NOT EQUAL "00"
             DISPLAY "ERROR!!! La nova Reserva NO s'ha pogut grabar"
               BEEP LINE 20 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM DesferPlacesNoves
             MOVE WS-NumeroReservaOrigen TO NumeroReserva
             PERFORM Sortir
           END-IF.
           MOVE "N" TO WS-OperacioDetall.
           MOVE 0 TO DP-ImportDescompte.
           MOVE 0 TO DP-PuntsRedimits.
           CALL "DETPREU.COB" USING WS-OperacioDetall NumeroReserva
             PeticioCalculPreu DetallPreuReserva.
           CANCEL "DETPREU.COB".
           CALL "REGPROMO.COB" USING NumeroReserva PC-CodiPromocio
             PC-PercentPromocio PlacesReservades PC-DescomptePromocio
             DataReserva.
           CANCEL "REGPROMO.COB".
           MOVE "R" TO WS-OperacioDetall.
           PERFORM TraspassarRecarrec VARYING WS-IndexRec FROM 1
             BY 1 UNTIL WS-IndexRec > WS-NumRecMoguts.
           MOVE Reserva TO WS-ImatgeNova.
           MOVE WS-ImatgeOrigen TO Reserva.
           SUBTRACT WS-PagatMoure FROM ImportPagat.
           REWRITE Reserva.
           PERFORM GravarDetallOrigen.
           MOVE Reserva TO WS-ImatgeOrigen.
           PERFORM MoureExcursions.
           IF WS-CanviSortida EQUAL "S"
             PERFORM AlliberarSeientsMoguts
             PERFORM AlliberarContingentAntic
             PERFORM OcuparContingentNou
             MOVE CodiViatgeReservat TO CodiViatge
             MOVE WS-PlacesMoure TO WS-PlacesAjust
             CALL "AJUSPLAC.COB" USING CodiViatge WS-DiaAntic
               WS-PlacesAjust WS-ResultatAjust WS-UsuariEnUs
             CANCEL "AJUSPLAC.COB"
           END-IF.
           PERFORM AplicarHabitacions.
           IF WS-PagatMoure > 0
             PERFORM MourePagaments
           END-IF.
           PERFORM RegistrarDivisio.
           PERFORM AnotarDivisio.
           MOVE "RESERVES" TO DI-Fitxer.
           MOVE "RW" TO DI-Operacio.
           MOVE WS-ImatgeAbans TO DI-ImatgeAbans.
           MOVE WS-ImatgeOrigen TO DI-ImatgeDespres.
           PERFORM RegistrarDiari.
           MOVE "RESERVES" TO DI-Fitxer.
           MOVE "WR" TO DI-Operacio.
           MOVE SPACES TO DI-ImatgeAbans.
           MOVE WS-ImatgeNova TO DI-ImatgeDespres.
           PERFORM RegistrarDiari.
           PERFORM AuditarDivisio.
           MOVE WS-ImatgeOrigen TO Reserva.
           IF NumeroFacturaReserva NOT EQUAL 0 AND
              PreuTotalReserva NOT EQUAL WS-PreuAnticOrigen
             PERFORM EmetreRectificativa
           END-IF.
           PERFORM MostrarResultat.
           ACCEPT Tecla NO BEEP.
           PERFORM Sortir.

        CarregarViatgers.
           MOVE 0 TO WS-NumViatgers.
           ADD 1 TO WS-NumViatgers.
           MOVE DniReserva TO WS-ViatgerDni(WS-NumViatgers).
           MOVE SPACES TO WS-ViatgerNom(WS-NumViatgers).
           MOVE "N" TO WS-ViatgerMou(WS-NumViatgers).
           MOVE DniReserva TO Dni.
           READ FitxerClients.
           IF EstatFitxerClients EQUAL "00"
             STRING Nom DELIMITED BY SPACE " " DELIMITED BY SIZE
               CNom1 DELIMITED BY SIZE INTO
               WS-ViatgerNom(WS-NumViatgers)
           END-IF.
           PERFORM CarregarAcompanyant VARYING WS-IndexAcomp FROM 1
             BY 1 UNTIL WS-IndexAcomp > 9.

        CarregarAcompanyant.
           IF DniAcompanyants (WS-IndexAcomp) NOT EQUAL SPACES
             ADD 1 TO WS-NumViatgers
             MOVE DniAcompanyants (WS-IndexAcomp) TO
               WS-ViatgerDni(WS-NumViatgers)
             MOVE Acompanyants (WS-IndexAcomp) TO
               WS-ViatgerNom(WS-NumViatgers)
             MOVE "N" TO WS-ViatgerMou(WS-NumViatgers)
           END-IF.

        TriarViatger.
           COMPUTE WS-Fila = WS-IndexViatger + 3.
           DISPLAY WS-ViatgerDni(WS-IndexViatger) LINE WS-Fila
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-ViatgerNom(WS-IndexViatger) LINE WS-Fila
             POSITION 16 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE "N" TO WS-TriarMou.
           ACCEPT WS-TriarMou LINE WS-Fila POSITION 60 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF WS-TriarMou EQUAL "S"
             MOVE "S" TO WS-ViatgerMou(WS-IndexViatger)
             ADD 1 TO WS-PlacesMoure
           END-IF.

        ConstruirReservaOrigen.
           MOVE WS-ImatgeAbans TO Reserva.
           MOVE 0 TO WS-Posicio.
           PERFORM BuidarAcompanyant VARYING WS-IndexAcomp FROM 1
             BY 1 UNTIL WS-IndexAcomp > 9.
           PERFORM ColocarViatgerOrigen VARYING WS-IndexViatger
             FROM 1 BY 1 UNTIL WS-IndexViatger > WS-NumViatgers.
           MOVE WS-PlacesOrigen TO PlacesReservades.
           COMPUTE WS-AssegNova = (ImportAsseguranca *
             WS-PlacesMoure) / WS-PlacesAntigues.
           SUBTRACT WS-AssegNova FROM ImportAsseguranca.
           IF WS-ExcursionsNova > ImportExcursions
             MOVE ImportExcursions TO WS-ExcursionsNova
           END-IF.
           SUBTRACT WS-ExcursionsNova FROM ImportExcursions.
           MOVE "L" TO WS-OperacioDetall.
           CALL "DETPREU.COB" USING WS-OperacioDetall NumeroReserva
             PeticioCalculPreu DetallPreuReserva.
           CANCEL "DETPREU.COB".
           MOVE 0 TO WS-NumRecMoguts.
           MOVE 0 TO WS-RecarrecsMoguts.
           PERFORM ProrratejarRecarrec VARYING WS-IndexRec FROM 1
             BY 1 UNTIL WS-IndexRec > DP-NumLinies.
           PERFORM CercarGratuitat.
           PERFORM RecalcularPreuReserva.
           IF DP-ImportRecarrecs > 0
             ADD DP-ImportRecarrecs TO PreuTotalReserva
             SUBTRACT WS-RecarrecsMoguts FROM PreuTotalReserva
           END-IF.
           MOVE PreuTotalReserva TO WS-PreuOrigen.
           MOVE SPACES TO CodiDescompteReserva.
           MOVE 0 TO ImportDescompte.

        GravarDetallOrigen.
           PERFORM CercarGratuitat.
           PERFORM RecalcularPreuReserva.
           MOVE WS-PreuOrigen TO PreuTotalReserva.
           IF PC-ResultatCalcul NOT EQUAL "OK"
             MOVE 0 TO PC-NumPassatgers
             MOVE PreuPersona TO PC-PreuPersona
           END-IF.
           MOVE "G" TO WS-OperacioDetall.
           MOVE 0 TO DP-ImportDescompte.
           MOVE 0 TO DP-PuntsRedimits.
           CALL "DETPREU.COB" USING WS-OperacioDetall NumeroReserva
             PeticioCalculPreu DetallPreuReserva.
           CANCEL "DETPREU.COB".
           CALL "REGPROMO.COB" USING NumeroReserva PC-CodiPromocio
             PC-PercentPromocio PlacesReservades PC-DescomptePromocio
             DataReserva.
           CANCEL "REGPROMO.COB".
           MOVE "D" TO WS-OperacioDetall.
           PERFORM TraspassarRecarrec VARYING WS-IndexRec FROM 1
             BY 1 UNTIL WS-IndexRec > WS-NumRecMoguts.

        ProrratejarRecarrec.
           IF DP-TipusLinia(WS-IndexRec) EQUAL "RC" AND
              DP-DescripcioLinia(WS-IndexRec)(1:9) EQUAL "RECARREC "
              AND WS-NumRecMoguts < 10
             COMPUTE WS-ImportRecMoure = (DP-ImportLinia(WS-IndexRec)
               * WS-PlacesMoure) / WS-PlacesAntigues
             IF WS-ImportRecMoure > 0
               ADD 1 TO WS-NumRecMoguts
               MOVE DP-DescripcioLinia(WS-IndexRec) TO
                 WS-DescripcioRecMogut(WS-NumRecMoguts)
               MOVE WS-ImportRecMoure TO
                 WS-ImportRecMogut(WS-NumRecMoguts)
               ADD WS-ImportRecMoure TO WS-RecarrecsMoguts
             END-IF
           END-IF.

        TraspassarRecarrec.
           MOVE WS-DescripcioRecMogut(WS-IndexRec) TO
             DP-DescripcioLinia(1).
           MOVE WS-ImportRecMogut(WS-IndexRec) TO DP-ImportLinia(1).
           CALL "DETPREU.COB" USING WS-OperacioDetall NumeroReserva
             PeticioCalculPreu DetallPreuReserva.
           CANCEL "DETPREU.COB".

        BuidarAcompanyant.
           MOVE SPACES TO DniAcompanyants (WS-IndexAcomp).
           MOVE SPACES TO Acompanyants (WS-IndexAcomp).

        ColocarViatgerOrigen.
           IF WS-ViatgerMou(WS-IndexViatger) NOT EQUAL "S"
             PERFORM ColocarViatger
           END-IF.

        ColocarViatgerNou.
           IF WS-ViatgerMou(WS-IndexViatger) EQUAL "S"
             PERFORM ColocarViatger
           END-IF.

        ColocarViatger.
           ADD 1 TO WS-Posicio.
           IF WS-Posicio EQUAL 1
             MOVE WS-ViatgerDni(WS-IndexViatger) TO DniReserva
           ELSE
             COMPUTE WS-IndexAcomp = WS-Posicio - 1
             MOVE WS-ViatgerDni(WS-IndexViatger) TO
               DniAcompanyants (WS-IndexAcomp)
             MOVE WS-ViatgerNom(WS-IndexViatger) TO
               Acompanyants (WS-IndexAcomp)
           END-IF.

        ConstruirReservaNova.
           MOVE WS-ImatgeAbans TO Reserva.
           MOVE WS-NumeroReservaNova TO NumeroReserva.
           MOVE 0 TO WS-Posicio.
           PERFORM BuidarAcompanyant VARYING WS-IndexAcomp FROM 1
             BY 1 UNTIL WS-IndexAcomp > 9.
           PERFORM ColocarViatgerNou VARYING WS-IndexViatger
             FROM 1 BY 1 UNTIL WS-IndexViatger > WS-NumViatgers.
           MOVE WS-PlacesMoure TO PlacesReservades.
           MOVE WS-NouDia TO DiaSortida.
           MOVE WS-AssegNova TO ImportAsseguranca.
           MOVE WS-ExcursionsNova TO ImportExcursions.
           MOVE 0 TO ImportPagat.
           MOVE 0 TO PuntsGenerats.
           MOVE 0 TO PuntsRedimits.
           MOVE SPACES TO CodiDescompteReserva.
           MOVE 0 TO ImportDescompte.
           MOVE SPACE TO SolapamentAutoritzat.
           MOVE SPACE TO CanviDataPendent.
           MOVE 0 TO NumeroFacturaReserva.
           IF WS-CanviSortida EQUAL "S"
             MOVE SPACE TO EstatConfirmacioOper
             MOVE SPACES TO LocalitzadorOperador
           END-IF.
           MOVE SPACES TO PC-DniGratuit.
           PERFORM RecalcularPreuReserva.
           ADD WS-RecarrecsMoguts TO PreuTotalReserva.
           MOVE PreuTotalReserva TO WS-PreuNova.
           IF PC-ResultatCalcul NOT EQUAL "OK"
             MOVE 0 TO PC-NumPassatgers
             MOVE PreuPersona TO PC-PreuPersona
           END-IF.

        DemanarPagatMoure.
           MOVE 0 TO WS-PagatMoure.
           IF WS-PagatOrigen EQUAL 0
             EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PagatMoure = (WS-PagatOrigen * WS-PlacesMoure)
             / WS-PlacesAntigues.
           IF WS-PagatMoure > WS-PreuNova
             MOVE WS-PreuNova TO WS-PagatMoure
           END-IF.
           MOVE WS-PagatOrigen TO ED-Import.
           DISPLAY "Pagat fins ara: " LINE 17 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 17 POSITION 22
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-PreuNova TO ED-Import.
           DISPLAY "Preu nova reserva: " LINE 17 POSITION 32
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 17 POSITION 52
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE "N" TO WS-PagatOK.
           PERFORM ConfirmarPagatMoure UNTIL WS-PagatOK = "S".

        ConfirmarPagatMoure.
           MOVE "S" TO WS-PagatOK.
           DISPLAY "Import pagat que passa a la nova reserva: " LINE 18
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-PagatMoure LINE 18 POSITION 48 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           IF WS-PagatMoure > WS-PagatOrigen
             DISPLAY "ERROR!!! Import superior al pagat" BEEP LINE 20
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             DISPLAY SPACES LINE 20 POSITION 5
             MOVE "N" TO WS-PagatOK
           END-IF.

        PrepararHabitacions.
           MOVE "S" TO WS-HabitacionsOK.
           MOVE "N" TO WS-TeHabitacions.
           MOVE "R" TO WS-OperacioHab.
           CALL "HABCONTI.COB" USING WS-OperacioHab
             WS-NumeroReservaOrigen CodiViatgeReservat WS-DiaAntic
             WS-HotelHab WS-TipusHab WS-NumHabAntic WS-LliuresHab
             WS-ResultatHab.
           CANCEL "HABCONTI.COB".
           IF WS-ResultatHab NOT EQUAL "OK"
             EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-TeHabitacions.
           MOVE 1 TO WS-CapacitatHab.
           PERFORM CercarTipusHab VARYING WS-IndexTipusHab FROM 1
             BY 1 UNTIL WS-IndexTipusHab > 4.
           COMPUTE WS-HabNova = (WS-PlacesMoure + WS-CapacitatHab - 1)
             / WS-CapacitatHab.
           COMPUTE WS-HabOrigen = (WS-PlacesOrigen + WS-CapacitatHab
             - 1) / WS-CapacitatHab.
           IF WS-HabOrigen > WS-NumHabAntic
             MOVE WS-NumHabAntic TO WS-HabOrigen
           END-IF.
           DISPLAY "Habitacions " LINE 16 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-TipusHab LINE 16 POSITION 17
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY " original: " LINE 16 POSITION 20
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-HabOrigen LINE 16 POSITION 31 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           DISPLAY "nova: " LINE 16 POSITION 35
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-HabNova LINE 16 POSITION 41 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           IF WS-HabOrigen EQUAL 0
             MOVE 1 TO WS-HabOrigen
           END-IF.
           IF WS-CanviSortida EQUAL "S"
             PERFORM ComprovarHabitacioNova
           ELSE
             COMPUTE WS-HabDiferencia = WS-HabOrigen + WS-HabNova
               - WS-NumHabAntic
             IF WS-HabDiferencia > 0
               MOVE WS-HabDiferencia TO WS-HabMoure
               MOVE WS-HotelHab TO WS-HotelNou
               PERFORM ConsultarHabLliures
             END-IF
           END-IF.

        CercarTipusHab.
           IF CodiTipusHab(WS-IndexTipusHab) EQUAL WS-TipusHab
             MOVE CapacitatTipusHab(WS-IndexTipusHab) TO
               WS-CapacitatHab
           END-IF.

        ComprovarHabitacioNova.
           MOVE SPACES TO WS-HotelNou.
           OPEN INPUT FitxerContingents.
           IF EstatFitxerContingents NOT EQUAL "00"
             CLOSE FitxerContingents
           ELSE
             MOVE CodiViatgeReservat TO CodiViatgeContingent
             MOVE WS-NouDia TO DataSortidaContingent
             MOVE SPACES TO CodiHotelContingent
             START FitxerContingents KEY IS NOT LESS THAN
               ClauContingent
             IF EstatFitxerContingents EQUAL "00"
               READ FitxerContingents NEXT RECORD
               IF EstatFitxerContingents EQUAL "00" AND
                  CodiViatgeContingent EQUAL CodiViatgeReservat AND
                  DataSortidaContingent EQUAL WS-NouDia AND
                  HabitacionsContingent NUMERIC
                 MOVE 0 TO WS-TotalHabCont
                 PERFORM SumarHabContingent VARYING WS-IndexTipusHab
                   FROM 1 BY 1 UNTIL WS-IndexTipusHab > 4
                 IF WS-TotalHabCont > 0
                   MOVE CodiHotelContingent TO WS-HotelNou
                 END-IF
               END-IF
             END-IF
             CLOSE FitxerContingents
           END-IF.
           IF WS-HotelNou EQUAL SPACES
             MOVE 0 TO WS-HabNova
           ELSE
             MOVE WS-HabNova TO WS-HabMoure
             PERFORM ConsultarHabLliures
           END-IF.

        SumarHabContingent.
           ADD HabContractadesCont(WS-IndexTipusHab) TO
             WS-TotalHabCont.

        ConsultarHabLliures.
           MOVE "C" TO WS-OperacioHab.
           CALL "HABCONTI.COB" USING WS-OperacioHab
             WS-NumeroReservaOrigen CodiViatgeReservat WS-NouDia
             WS-HotelNou WS-TipusHab WS-HabMoure WS-LliuresHab
             WS-ResultatHab.
           CANCEL "HABCONTI.COB".
           IF WS-ResultatHab EQUAL "OK" AND
              WS-HabMoure > WS-LliuresHab
             MOVE "N" TO WS-HabitacionsOK
             DISPLAY "ERROR!!! NO hi ha habitacions " BEEP
               LINE 20 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY WS-TipusHab LINE 20 POSITION 35
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY " lliures" LINE 20 POSITION 38
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
           END-IF.

        AplicarHabitacions.
           IF WS-TeHabitacions NOT EQUAL "S"
             EXIT PARAGRAPH
           END-IF.
           IF WS-CanviSortida EQUAL "S"
             IF WS-NumHabAntic > WS-HabOrigen
               COMPUTE WS-HabMoure = WS-NumHabAntic - WS-HabOrigen
               MOVE "L" TO WS-OperacioHab
               CALL "HABCONTI.COB" USING WS-OperacioHab
                 WS-NumeroReservaOrigen CodiViatgeReservat
                 WS-DiaAntic WS-HotelHab WS-TipusHab WS-HabMoure
                 WS-LliuresHab WS-ResultatHab
               CANCEL "HABCONTI.COB"
             END-IF
             IF WS-HabNova > 0
               MOVE "O" TO WS-OperacioHab
               CALL "HABCONTI.COB" USING WS-OperacioHab
                 WS-NumeroReservaNova CodiViatgeReservat WS-NouDia
                 WS-HotelNou WS-TipusHab WS-HabNova WS-LliuresHab
                 WS-ResultatHab
               CANCEL "HABCONTI.COB"
             END-IF
           ELSE
             MOVE WS-HotelHab TO WS-HotelNou
             IF WS-HabDiferencia > 0
               MOVE WS-HabDiferencia TO WS-HabMoure
               MOVE "O" TO WS-OperacioHab
             ELSE
               COMPUTE WS-HabMoure = 0 - WS-HabDiferencia
               MOVE "L" TO WS-OperacioHab
             END-IF
             IF WS-HabMoure > 0
               CALL "HABCONTI.COB" USING WS-OperacioHab
                 WS-NumeroReservaOrigen CodiViatgeReservat
                 WS-DiaAntic WS-HotelHab WS-TipusHab WS-HabMoure
                 WS-LliuresHab WS-ResultatHab
               CANCEL "HABCONTI.COB"
             END-IF
           END-IF.
           MOVE "G" TO WS-OperacioHab.
           CALL "HABCONTI.COB" USING WS-OperacioHab
             WS-NumeroReservaOrigen CodiViatgeReservat WS-DiaAntic
             WS-HotelHab WS-TipusHab WS-HabOrigen WS-LliuresHab
             WS-ResultatHab.
           CANCEL "HABCONTI.COB".
           IF WS-HabNova > 0
             MOVE "G" TO WS-OperacioHab
             CALL "HABCONTI.COB" USING WS-OperacioHab
               WS-NumeroReservaNova CodiViatgeReservat WS-NouDia
               WS-HotelNou WS-TipusHab WS-HabNova WS-LliuresHab
               WS-ResultatHab
             CANCEL "HABCONTI.COB"
           END-IF.

        DesferPlacesNoves.
           IF WS-CanviSortida EQUAL "S"
             MOVE CodiViatgeReservat TO CodiViatge
             MOVE WS-PlacesMoure TO WS-PlacesAjust
             CALL "AJUSPLAC.COB" USING CodiViatge WS-NouDia
               WS-PlacesAjust WS-ResultatAjust WS-UsuariEnUs
             CANCEL "AJUSPLAC.COB"
           END-IF.

        SumarExcursionsMogudes.
           MOVE 0 TO WS-ExcursionsNova.
           MOVE 0 TO WS-NumExcMogudes.
           OPEN INPUT FitxerDetallExcursions.
           IF EstatFitxerDetallExcursions NOT EQUAL "00"
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-NumeroReservaOrigen TO NumeroReservaExc.
           MOVE SPACES TO CodiExcursioDetall.
           MOVE SPACES TO DniPassatgerExc.
           START FitxerDetallExcursions KEY IS NOT LESS THAN
             ClauDetallExcursio.
           MOVE "N" TO FiExcursions.
           IF EstatFitxerDetallExcursions NOT EQUAL "00"
             MOVE "S" TO FiExcursions
           END-IF.
           PERFORM RevisarExcursio UNTIL FiExcursions = "S".
           CLOSE FitxerDetallExcursions.

        RevisarExcursio.
           READ FitxerDetallExcursions NEXT RECORD, AT END MOVE "S"
             TO FiExcursions.
           IF FiExcursions EQUAL "S"
             EXIT PARAGRAPH
           END-IF.
           IF NumeroReservaExc NOT EQUAL WS-NumeroReservaOrigen
             MOVE "S" TO FiExcursions
             EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-TriarMou.
           PERFORM CercarViatgerMogut VARYING WS-IndexViatger FROM 1
             BY 1 UNTIL WS-IndexViatger > WS-NumViatgers.
           IF WS-TriarMou EQUAL "S" AND WS-NumExcMogudes < 50
             ADD 1 TO WS-NumExcMogudes
             MOVE CodiExcursioDetall TO WS-ExcCodi(WS-NumExcMogudes)
             MOVE DniPassatgerExc TO WS-ExcDni(WS-NumExcMogudes)
             MOVE ImportDetallExcursio TO
               WS-ExcImport(WS-NumExcMogudes)
             ADD ImportDetallExcursio TO WS-ExcursionsNova
           END-IF.

        CercarViatgerMogut.
           IF WS-ViatgerMou(WS-IndexViatger) EQUAL "S" AND
              WS-ViatgerDni(WS-IndexViatger) EQUAL DniPassatgerExc
             MOVE "S" TO WS-TriarMou
           END-IF.

        MoureExcursions.
           IF WS-NumExcMogudes EQUAL 0
             EXIT PARAGRAPH
           END-IF.
           OPEN I-O FitxerDetallExcursions.
           IF EstatFitxerDetallExcursions EQUAL "00"
             PERFORM MoureUnaExcursio VARYING WS-IndexExc FROM 1 BY 1
               UNTIL WS-IndexExc > WS-NumExcMogudes
             CLOSE FitxerDetallExcursions
           END-IF.

        MoureUnaExcursio.
           MOVE WS-NumeroReservaOrigen TO NumeroReservaExc.
           MOVE WS-ExcCodi(WS-IndexExc) TO CodiExcursioDetall.
           MOVE WS-ExcDni(WS-IndexExc) TO DniPassatgerExc.
           READ FitxerDetallExcursions.
           IF EstatFitxerDetallExcursions EQUAL "00"
             DELETE FitxerDetallExcursions RECORD
             MOVE WS-NumeroReservaNova TO NumeroReservaExc
             MOVE WS-ExcCodi(WS-IndexExc) TO CodiExcursioDetall
             MOVE WS-ExcDni(WS-IndexExc) TO DniPassatgerExc
             MOVE WS-ExcImport(WS-IndexExc) TO ImportDetallExcursio
             WRITE RegistreDetallExcursio
           END-IF.

        AlliberarSeientsMoguts.
           OPEN I-O FitxerAssignacions.
           IF EstatFitxerAssignacions EQUAL "00"
             PERFORM AlliberarSeient VARYING WS-IndexViatger FROM 1
               BY 1 UNTIL WS-IndexViatger > WS-NumViatgers
             CLOSE FitxerAssignacions
           END-IF.

        AlliberarSeient.
           IF WS-ViatgerMou(WS-IndexViatger) EQUAL "S"
             MOVE CodiViatgeReservat TO CodiViatgeAssignat
             MOVE WS-DiaAntic TO DataSortidaAssignada
             MOVE WS-ViatgerDni(WS-IndexViatger) TO DniPassatger
             READ FitxerAssignacions
             IF EstatFitxerAssignacions EQUAL "00"
               DELETE FitxerAssignacions RECORD
             END-IF
           END-IF.

        MourePagaments.
           OPEN I-O FitxerPagaments.
           IF EstatFitxerPagaments NOT EQUAL "00"
             EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-NumPagCandidats.
           MOVE WS-NumeroReservaOrigen TO NumeroReservaPagat.
           START FitxerPagaments KEY IS NOT LESS THAN
             NumeroReservaPagat.
           MOVE "N" TO FiPagaments.
           IF EstatFitxerPagaments NOT EQUAL "00"
             MOVE "S" TO FiPagaments
           END-IF.
           PERFORM RevisarPagament UNTIL FiPagaments = "S".
           MOVE WS-PagatMoure TO WS-PagatRestant.
           PERFORM TraspassarPagament VARYING WS-IndexPag FROM 1 BY 1
             UNTIL WS-IndexPag > WS-NumPagCandidats OR
                   WS-PagatRestant EQUAL 0.
           CLOSE FitxerPagaments.

        RevisarPagament.
           READ FitxerPagaments NEXT RECORD, AT END MOVE "S" TO
             FiPagaments.
           IF FiPagaments EQUAL "S"
             EXIT PARAGRAPH
           END-IF.
           IF NumeroReservaPagat NOT EQUAL WS-NumeroReservaOrigen
             MOVE "S" TO FiPagaments
             EXIT PARAGRAPH
           END-IF.
           IF NOT PagamentRetornat AND NOT MovimentGuia AND
              ImportPagament > 0 AND WS-NumPagCandidats < 30
             ADD 1 TO WS-NumPagCandidats
             MOVE NumeroPagament TO WS-PagCandidat(WS-NumPagCandidats)
           END-IF.

        TraspassarPagament.
           MOVE WS-PagCandidat(WS-IndexPag) TO NumeroPagament.
           READ FitxerPagaments.
           IF EstatFitxerPagaments NOT EQUAL "00"
             EXIT PARAGRAPH
           END-IF.
           MOVE "RW" TO RD-Operacio.
           MOVE RegistrePagament TO RD-ImatgeAbans.
           IF ImportPagament NOT > WS-PagatRestant
             SUBTRACT ImportPagament FROM WS-PagatRestant
             MOVE WS-NumeroReservaNova TO NumeroReservaPagat
             REWRITE RegistrePagament
             PERFORM DiariPagament
           ELSE
             MOVE WS-PagatRestant TO WS-ImportTram
             SUBTRACT WS-ImportTram FROM ImportPagament
             REWRITE RegistrePagament
             PERFORM DiariPagament
             MOVE WS-NumeroReservaNova TO NumeroReservaPagat
             MOVE WS-ImportTram TO ImportPagament
             PERFORM ObtenirNumeroPagament
             WRITE RegistrePagament
             MOVE "WR" TO RD-Operacio
             MOVE SPACES TO RD-ImatgeAbans
             PERFORM DiariPagament
             MOVE 0 TO WS-PagatRestant
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

        ObtenirNumeroReserva.
           OPEN I-O FitxerNumReserves.
           IF EstatFitxerNumReserves NOT EQUAL "00"
             OPEN OUTPUT FitxerNumReserves
             CLOSE FitxerNumReserves
             OPEN I-O FitxerNumReserves
           END-IF.
           MOVE SPACES TO ClauNumReserves.
           STRING "NUMRES" DELIMITED BY SIZE WS-OficinaSessio
             DELIMITED BY SIZE INTO ClauNumReserves.
           READ FitxerNumReserves
             INVALID KEY MOVE 0 TO UltimNumeroReserva
           END-READ.
           ADD 1 TO UltimNumeroReserva.
           IF EstatFitxerNumReserves EQUAL "00"
             REWRITE RegistreNumReserves
           ELSE
             WRITE RegistreNumReserves
           END-IF.
           COMPUTE WS-NumeroReservaNova = (WS-OficinaSessio * 100000)
             + UltimNumeroReserva.
           CLOSE FitxerNumReserves.

        RegistrarDivisio.
           OPEN I-O FitxerDivisions.
           IF EstatFitxerDivisions NOT EQUAL "00"
             OPEN OUTPUT FitxerDivisions
             CLOSE FitxerDivisions
             OPEN I-O FitxerDivisions
           END-IF.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           MOVE SPACES TO WS-DataAvui.
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnySistema DELIMITED BY SIZE INTO WS-DataAvui.
           MOVE WS-NumeroReservaOrigen TO NumeroReservaDivisio.
           MOVE WS-NumeroReservaNova TO ReservaRelacionada.
           MOVE "O" TO TipusRelacioDivisio.
           PERFORM EscriureDivisio.
           MOVE WS-NumeroReservaNova TO NumeroReservaDivisio.
           MOVE WS-NumeroReservaOrigen TO ReservaRelacionada.
           MOVE "D" TO TipusRelacioDivisio.
           PERFORM EscriureDivisio.
           CLOSE FitxerDivisions.

        EscriureDivisio.
           MOVE WS-DataAvui TO DataDivisio.
           MOVE WS-NomUsuariSessio TO OperadorDivisio.
           MOVE WS-PlacesMoure TO PlacesDivisio.
           MOVE WS-PagatMoure TO ImportPagatDivisio.
           WRITE RegistreDivisio.

        AnotarDivisio.
           MOVE WS-NumeroReservaOrigen TO WS-ReservaAnota.
           MOVE "S" TO WS-ModeAnota.
           MOVE WS-PlacesMoure TO ED-Places.
           MOVE SPACES TO WS-TextAnota.
           STRING "DIVIDIDA:" DELIMITED BY SIZE ED-Places DELIMITED
             BY SIZE " PLACES A LA RESERVA " DELIMITED BY SIZE
             WS-NumeroReservaNova DELIMITED BY SIZE INTO WS-TextAnota.
           CALL "ANOTA.COB" USING WS-ReservaAnota WS-ModeAnota
             WS-TextAnota.
           CANCEL "ANOTA.COB".
           MOVE WS-NumeroReservaNova TO WS-ReservaAnota.
           MOVE "S" TO WS-ModeAnota.
           MOVE SPACES TO WS-TextAnota.
           STRING "PROCEDENT DE LA DIVISIO DE LA RESERVA " DELIMITED
             BY SIZE WS-NumeroReservaOrigen DELIMITED BY SIZE INTO
             WS-TextAnota.
           CALL "ANOTA.COB" USING WS-ReservaAnota WS-ModeAnota
             WS-TextAnota.
           CANCEL "ANOTA.COB".

        AuditarDivisio.
           MOVE WS-ImatgeOrigen TO Reserva.
           MOVE "RESERVES" TO AD-Fitxer.
           MOVE SPACES TO AD-Clau.
           MOVE WS-NumeroReservaOrigen TO AD-Clau.
           MOVE SPACES TO AD-ValorsAbans.
           STRING "PLACES=" DELIMITED BY SIZE WS-PlacesAntigues
             DELIMITED BY SIZE " PREU=" DELIMITED BY SIZE
             WS-PreuAnticOrigen DELIMITED BY SIZE " PAGAT="
             DELIMITED BY SIZE WS-PagatOrigen DELIMITED BY SIZE
             INTO AD-ValorsAbans.
           MOVE SPACES TO AD-ValorsDespres.
           STRING "DIVISIO A " DELIMITED BY SIZE WS-NumeroReservaNova
             DELIMITED BY SIZE " PLACES=" DELIMITED BY SIZE
             WS-PlacesMoure DELIMITED BY SIZE " PAGAT=" DELIMITED BY
             SIZE WS-PagatMoure DELIMITED BY SIZE INTO
             AD-ValorsDespres.
           PERFORM RegistrarAuditoriaDades.

        MostrarResultat.
           DISPLAY "Reserva DIVIDIDA. Nova reserva: " LINE 19
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NumeroReservaNova LINE 19 POSITION 38
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-PreuOrigen TO ED-Import.
           DISPLAY "Preu original: " LINE 20 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 20 POSITION 21
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-PreuNova TO ED-Import.
           DISPLAY "Preu nova: " LINE 20 POSITION 31
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 20 POSITION 43
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF WS-TeHabitacions EQUAL "S"
             MOVE WS-HabNova TO ED-Habitacions
             DISPLAY "Habitacions nova reserva: " LINE 21 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Habitacions LINE 21 POSITION 32
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           IF WS-CanviSortida EQUAL "S"
             DISPLAY "Cal assignar seients a la nova sortida" LINE 22
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.

        EmetreRectificativa.
           MOVE NumeroFacturaReserva TO WS-FacturaRect.
           MOVE NumeroReserva TO WS-ReservaRect.
           MOVE WS-PreuAnticOrigen TO WS-ImportAnteriorRect.
           MOVE PreuTotalReserva TO WS-ImportNouRect.
           MOVE "M" TO WS-TipusRect.
           CALL "FACRECTI.COB" USING WS-FacturaRect WS-ReservaRect
             WS-ImportAnteriorRect WS-ImportNouRect WS-TipusRect
             WS-ResultatRect.
           CANCEL "FACRECTI.COB".

        AlliberarContingentAntic.
           OPEN I-O FitxerContingents.
           IF EstatFitxerContingents NOT EQUAL "00"
             CLOSE FitxerContingents
           ELSE
             MOVE CodiViatgeReservat TO CodiViatgeContingent
             MOVE WS-DiaAntic TO DataSortidaContingent
             MOVE SPACES TO CodiHotelContingent
             START FitxerContingents KEY IS NOT LESS THAN
               ClauContingent
             IF EstatFitxerContingents EQUAL "00"
               READ FitxerContingents NEXT RECORD
               IF EstatFitxerContingents EQUAL "00" AND
                  CodiViatgeContingent EQUAL CodiViatgeReservat AND
                  DataSortidaContingent EQUAL WS-DiaAntic
                 IF WS-PlacesMoure > PlacesOcupadesContingent
                   MOVE 0 TO PlacesOcupadesContingent
                 ELSE
                   SUBTRACT WS-PlacesMoure FROM
                     PlacesOcupadesContingent
                 END-IF
                 REWRITE RegistreContingent
               END-IF
             END-IF
             CLOSE FitxerContingents
           END-IF.

        OcuparContingentNou.
           OPEN I-O FitxerContingents.
           IF EstatFitxerContingents NOT EQUAL "00"
             CLOSE FitxerContingents
           ELSE
             MOVE CodiViatgeReservat TO CodiViatgeContingent
             MOVE WS-NouDia TO DataSortidaContingent
             MOVE SPACES TO CodiHotelContingent
             START FitxerContingents KEY IS NOT LESS THAN
               ClauContingent
             IF EstatFitxerContingents EQUAL "00"
               READ FitxerContingents NEXT RECORD
               IF EstatFitxerContingents EQUAL "00" AND
                  CodiViatgeContingent EQUAL CodiViatgeReservat AND
                  DataSortidaContingent EQUAL WS-NouDia
                 ADD WS-PlacesMoure TO PlacesOcupadesContingent
                 REWRITE RegistreContingent
               END-IF
             END-IF
             CLOSE FitxerContingents
           END-IF.

        RecalcularPreuReserva.
           MOVE CodiViatgeReservat TO PC-CodiViatge.
           MOVE DiaSortida TO PC-DiaSortida.
           MOVE PlacesReservades TO PC-Places.
           MOVE "N" TO PC-HabIndividual.
           MOVE ImportAsseguranca TO PC-ImportAsseguranca.
           MOVE ImportExcursions TO PC-ImportExcursions.
           PERFORM CarregarPassatgersCalc.
           MOVE WS-NumPasCalc TO PC-NumPassatgers.
           MOVE "N" TO PC-VolTraca.
           MOVE DataReserva TO PC-DataReserva.
           MOVE NumeroReserva TO PC-NumeroReserva.
           CALL "CALCPREU.COB" USING PeticioCalculPreu.
           CANCEL "CALCPREU.COB".
           IF PC-ResultatCalcul EQUAL "OK"
             MOVE PC-TotalCalculat TO PreuTotalReserva
           ELSE
             MOVE SPACES TO PC-CodiPromocio
             MOVE 0 TO PC-PercentPromocio
             MOVE 0 TO PC-DescomptePromocio
             COMPUTE PreuTotalReserva = (PreuPersona *
               PlacesReservades) + ImportAsseguranca +
               ImportExcursions
           END-IF.

        CercarGratuitat.
           MOVE SPACES TO PC-DniGratuit.
           OPEN INPUT FitxerGratuitats.
           IF EstatFitxerGratuitats EQUAL "00"
             MOVE NumeroReserva TO NumeroReservaGratuitat
             READ FitxerGratuitats
             IF EstatFitxerGratuitats EQUAL "00"
               MOVE DniGratuitat TO PC-DniGratuit
             END-IF
             CLOSE FitxerGratuitats
           END-IF.

        CarregarPassatgersCalc.
           MOVE 0 TO WS-NumPasCalc.
           ACCEPT WS-DataSistema FROM DATE YYYYMMDD.
           MOVE 0 TO WS-MesSortidaCalc.
           PERFORM BuscarMesSortida VARYING WS-CompMes FROM 1 BY 1
             UNTIL WS-CompMes > 12.
           MOVE WS-AnySistema TO WS-AnySortidaPreu.
           IF WS-MesSortidaCalc > 0 AND
              WS-MesSortidaCalc < WS-MesSistema
             ADD 1 TO WS-AnySortidaPreu
           END-IF.
           MOVE DniReserva TO WS-DniCalc.
           PERFORM AfegirPassatgerCalc.
           PERFORM AfegirAcompCalc VARYING WS-IndexAcomp FROM 1
             BY 1 UNTIL WS-IndexAcomp > 9.

        BuscarMesSortida.
           IF Mesos (WS-CompMes) = DiaSortida(4:3)
             MOVE WS-CompMes TO WS-MesSortidaCalc
           END-IF.

        AfegirAcompCalc.
           IF DniAcompanyants (WS-IndexAcomp) NOT EQUAL SPACES
             MOVE DniAcompanyants (WS-IndexAcomp) TO WS-DniCalc
             PERFORM AfegirPassatgerCalc
           END-IF.

        AfegirPassatgerCalc.
           IF WS-NumPasCalc < 10
             MOVE WS-DniCalc TO Dni
             READ FitxerClients
             MOVE -1 TO WS-EdatPassatger
             IF EstatFitxerClients EQUAL "00" AND DataNaixement
                 NOT EQUAL SPACES
               UNSTRING DataNaixement DELIMITED BY "/" INTO
                 WS-DiaNaix WS-MesNaix WS-AnyNaix
               COMPUTE WS-EdatPassatger = WS-AnySortidaPreu -
                 WS-AnyNaix
               IF WS-MesSortidaCalc < WS-MesNaix
                 SUBTRACT 1 FROM WS-EdatPassatger
               END-IF
             END-IF
             ADD 1 TO WS-NumPasCalc
             MOVE WS-DniCalc TO PC-PasDni(WS-NumPasCalc)
             MOVE WS-EdatPassatger TO PC-PasEdat(WS-NumPasCalc)
             MOVE 0 TO PC-PasPreu(WS-NumPasCalc)
           END-IF.

        ComprovarSortidaTancada.
           MOVE "C" TO ST-Operacio.
           MOVE CodiViatgeReservat TO ST-CodiViatge.
           MOVE DiaSortida TO ST-DiaSortida.
           MOVE DataReserva TO ST-DataReserva.
           CALL "COMPTANC.COB" USING PeticioSortidaTancada.
           CANCEL "COMPTANC.COB".
           IF ST-CanviAutoritzat
             MOVE "RESERVES" TO AD-Fitxer
             MOVE SPACES TO AD-Clau
             MOVE NumeroReserva TO AD-Clau
             MOVE SPACES TO AD-ValorsAbans
             STRING "SORTIDA TANCADA " DELIMITED BY SIZE
               ST-CodiViatge DELIMITED BY SIZE " " DELIMITED BY SIZE
               ST-DataSortida DELIMITED BY SIZE INTO AD-ValorsAbans
             MOVE SPACES TO AD-ValorsDespres
             STRING "OVERRIDE=DIVISIO AUT=" DELIMITED BY SIZE
               ST-Administrador DELIMITED BY SIZE INTO
               AD-ValorsDespres
             PERFORM RegistrarAuditoriaDades
           END-IF.

        AdquirirBloqueigReserva.
           MOVE "A" TO WS-AccioBloq.
           MOVE "RESERVES" TO WS-FitxerBloq.
           MOVE SPACES TO WS-ClauBloq.
           MOVE NumeroReserva TO WS-ClauBloq.
           CALL "BLOQUEJA.COB" USING WS-AccioBloq WS-FitxerBloq
             WS-ClauBloq WS-ResultatBloq WS-UsuariEnUs.
           CANCEL "BLOQUEJA.COB".

        AlliberarBloqueigReserva.
           MOVE "D" TO WS-AccioBloq.
           MOVE "RESERVES" TO WS-FitxerBloq.
           MOVE SPACES TO WS-ClauBloq.
           MOVE NumeroReserva TO WS-ClauBloq.
           CALL "BLOQUEJA.COB" USING WS-AccioBloq WS-FitxerBloq
             WS-ClauBloq WS-ResultatBloq WS-UsuariEnUs.
           CANCEL "BLOQUEJA.COB".

        RegistrarDiari.
           OPEN EXTEND FitxerDiari.
           IF EstatFitxerDiari NOT EQUAL "00"
             OPEN OUTPUT FitxerDiari
             CLOSE FitxerDiari
             OPEN EXTEND FitxerDiari
           END-IF.
           ACCEPT WS-DataSistema FROM DATE YYYYMMDD.
           ACCEPT WS-HoraSistema FROM TIME.
           MOVE SPACES TO DI-Data.
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnySistema DELIMITED BY SIZE INTO DI-Data.
           MOVE SPACES TO DI-Hora.
           STRING WS-HoresSistema DELIMITED BY SIZE ":" DELIMITED BY
             SIZE WS-MinutsSistema DELIMITED BY SIZE ":" DELIMITED
             BY SIZE WS-SegonsSistema DELIMITED BY SIZE INTO DI-Hora.
           MOVE WS-NomUsuariSessio TO DI-Usuari.
           WRITE LiniaDiari.
           CLOSE FitxerDiari.

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
           MOVE WS-NumeroReservaOrigen TO NumeroReserva.
           IF NumeroReserva NOT EQUAL 0
             PERFORM AlliberarBloqueigReserva
           END-IF.
           CLOSE FitxerReserves.
           CLOSE CatalegViatges.
           CLOSE FitxerClients.
           EXIT PROGRAM.
