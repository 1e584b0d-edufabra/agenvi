            COPY S-FREQUI.CPY.
            COPY S-FSUBA.CPY.
            COPY S-FBLOC.CPY.
            COPY S-FGRATU.CPY.
            COPY S-FEMER.CPY.
            COPY S-FFONT.CPY.
            COPY S-FCAMP.CPY.
            COPY S-FPREC.CPY.
            COPY S-FTRAMS.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-RESER.CPY.
          COPY FD-REQUI.CPY.
          COPY FD-SUBA.CPY.
          COPY FD-BLOC.CPY.
          COPY FD-GRATU.CPY.
          COPY FD-EMER.CPY.
          COPY FD-FONT.CPY.
          COPY FD-CAMP.CPY.
          COPY FD-PREC.CPY.
          COPY FD-TRAMS.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerClients       PIC XX VALUE "00".
         77 VolPunts                 PIC X VALUE "N".
         77 WS-TipusFormalitzacio    PIC X VALUE "F".
         77 WS-DataCaducitat         PIC X(10).
         77 WS-DiaCad                PIC 99 VALUE 0.
         77 WS-MesCad                PIC 99 VALUE 0.
         77 WS-AnyCad                PIC 9(4) VALUE 0.
         77 WS-AccioBloq             PIC X.
         77 WS-FitxerBloq            PIC X(8).
         77 WS-ClauBloq              PIC X(16).
         77 EstatFitxerBlocs         PIC XX VALUE "00".
         77 WS-CodiBlocDemanat       PIC X(5) VALUE SPACES.
         77 WS-PlacesRestBloc        PIC S9(4) VALUE 0.
         77 EstatFitxerGratuitats    PIC XX VALUE "00".
         77 WS-GratuitatAplicada     PIC X VALUE "N".
         77 WS-LiderTrobat           PIC X VALUE "N".
         77 WS-CodiBlocGratuitat     PIC X(5) VALUE SPACES.
         77 WS-PagantsBloc           PIC S9(4) VALUE 0.
         77 WS-GratuitatsPossibles   PIC 9(3) VALUE 0.
         77 WS-TotalAbansGratuitat   PIC 9(9) VALUE 0.
         77 WS-ImportGratuitat       PIC 9(7) VALUE 0.
         77 EstatFitxerContactesEmerg PIC XX VALUE "00".
         77 EstatFitxerFontsVenda    PIC XX VALUE "00".
         77 EstatFitxerCampanyes     PIC XX VALUE "00".
         77 WS-ContingentTrobat      PIC X VALUE "N".
         77 WS-PlacesRestantsCont    PIC S9(5) VALUE 0.
         77 WS-HotelPrimerCont       PIC X(5) VALUE SPACES.
         77 WS-TeHabitacions         PIC X VALUE "N".
         77 WS-TotalHabCont          PIC 9(4) VALUE 0.
         77 WS-IndexTipusHab         PIC 9 VALUE 0.
         77 WS-CapacitatHab          PIC 9 VALUE 0.
         77 WS-OperacioHab           PIC X VALUE SPACE.
         77 WS-TipusHabDemanat       PIC X(3) VALUE SPACES.
         77 WS-NumHabDemanat         PIC 9(2) VALUE 0.
         77 WS-LliuresHab            PIC 9(3) VALUE 0.
         77 WS-ResultatHab           PIC XX VALUE "NO".
         77 WS-OperacioDetall        PIC X VALUE SPACE.
         77 WS-IndexDetall           PIC 99 VALUE 0.
         77 WS-FilaDetall            PIC 99 VALUE 5.
         77 ED-ImportDetall          PIC -ZZZZZZ9.
         77 WS-OperacioPaquet        PIC X VALUE SPACE.
         77 WS-ReservaAnteriorPaq    PIC 9(7) VALUE 0.
         77 WS-ReservaEnllac         PIC 9(7) VALUE 0.
         77 WS-DataSuggerida         PIC X(10) VALUE SPACES.
         77 WS-TramEnllacat          PIC X VALUE "N".
         77 WS-IndexTram             PIC 99 VALUE 0.
         77 WS-FilaPaquet            PIC 99 VALUE 5.
         77 WS-DiaAnyPaquet          PIC 9(4) VALUE 0.
         77 WS-MesPaquet             PIC 99 VALUE 0.
         77 WS-DiaPaquet             PIC 99 VALUE 0.
         77 ED-PreuTram              PIC ZZZZZZ9.
         77 ED-TotalPaquet           PIC ZZZZZZZZ9.
         COPY PAQUET-W.CPY.
         COPY PAQPEND-W.CPY.
         COPY TIPHAB-W.CPY.
         COPY LLAR-W.CPY.
         COPY DETPREU-W.CPY.
         01 WS-ImatgeAbans           PIC X(527).
         COPY SESSIO-W.CPY.
         COPY DIESFEIN.CPY.
         COPY AUTMENOR.CPY.
         COPY FORMPREC.CPY.
         01 WS-HoraSistema           PIC 9(8).
         01 WS-HoraSistemaR REDEFINES WS-HoraSistema.
           02 WS-HoresSistema        PIC 99.
         77 WS-NumAcompanyants       PIC 99 VALUE 0.
         77 WS-IndexAcomp            PIC 99 VALUE 0.
         77 WS-DniTitular            PIC X(9).
         77 WS-OperacioLlar          PIC X VALUE "D".
         77 WS-IndexMembre           PIC 99 VALUE 0.
         77 WS-NumMembresAfegits     PIC 99 VALUE 0.
         77 WS-MembreViatja          PIC X VALUE "N".
         77 WS-IndexInicial          PIC 99 VALUE 1.
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 WS-NomFitxerSortida      PIC X(40) VALUE SPACES.
         77 TipusSortida             PIC X VALUE "P".
         77 ED-ImportAsseguranca     PIC ZZZZ9.
         77 ED-ImportExcursions      PIC ZZZZ9.
         77 ED-NumeroReserva         PIC ZZZZZZ9.
         77 ED-DescomptePromo        PIC ZZZZZZ9.
         77 ED-PercentPromo          PIC ZZ9.
         77 WS-MissatgeAvis          PIC X(60).
         77 WS-DefaultScr            PIC X(50).
         77 WS-PregsScr              PIC X(50).
         77 EstatFitxerTrams         PIC XX VALUE "00".
         77 FiTrams                  PIC XX VALUE "NO".
         77 WS-FilaTram              PIC 99 VALUE 16.
         77 WS-LiniaTram             PIC X(100) VALUE SPACES.
         77 WS-OperacioXifrat        PIC X VALUE SPACE.
         77 WS-DocumentEntrada       PIC X(24) VALUE SPACES.
         77 WS-DocumentSortida       PIC X(24) VALUE SPACES.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
              WS-ValorParam(1:5) NUMERIC
             MOVE WS-ValorParam(1:5) TO WS-LlindarDescompte
           END-IF.
           IF TP-ReservaAnterior NOT NUMERIC
             MOVE 0 TO TP-ReservaAnterior
           END-IF.
           MOVE TP-ReservaAnterior TO WS-ReservaAnteriorPaq.
           MOVE 0 TO TP-ReservaAnterior.
           IF WS-ReservaAnteriorPaq NOT EQUAL 0
             MOVE TP-DataSuggerida TO WS-DataSuggerida
             MOVE TP-DniPaquet TO Dni
             DISPLAY Dni LINE 12 POSITION 25
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           MOVE "NO" TO Correcte.
           PERFORM ControlarClient UNTIL Correcte = "SI".
           DISPLAY "Suggeriments pel client (S/N)? " LINE 23
             CANCEL "SUGGVIAT.COB"
           END-IF.
           DISPLAY SPACES LINE 23 POSITION 5.
           IF WS-ReservaAnteriorPaq NOT EQUAL 0
             DISPLAY "Tram enllacat amb la reserva: " LINE 23
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY WS-ReservaAnteriorPaq LINE 23 POSITION 35
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           ACCEPT CodiViatge LINE 12 POSITION 69 CONTROL "PROMPT, UPPER"
             NO BEEP.
           READ CatalegViatges.
             PERFORM OfertaLlistaEspera
             PERFORM Sortir
           END-IF.
           IF WS-DataSuggerida NOT EQUAL SPACES
             MOVE WS-DataSuggerida TO DiaSortida
             DISPLAY DiaSortida LINE 14 POSITION 23
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           MOVE "NO" TO Correcte.
           PERFORM ComprobarDiaSortida UNTIL Correcte = "SI".
           MOVE "NO" TO Correcte.
           PERFORM DemanarFontVenda.
           PERFORM DemanarPuntRecollida.
           PERFORM InformarRequisits.
           PERFORM LliurarInformacioPrecontracte.
           IF FP-Resultat NOT EQUAL "OK"
             MOVE PlacesReservades TO WS-PlacesAjust
             CALL "AJUSPLAC.COB" USING CodiViatge DiaSortida
               WS-PlacesAjust WS-ResultatAjust WS-UsuariEnUs
             CANCEL "AJUSPLAC.COB"
             PERFORM AlliberarContingent
             PERFORM Sortir
           END-IF.
           PERFORM ComprovarCreditEmpresa.
           IF WS-CreditOK NOT EQUAL "S"
             MOVE PlacesReservades TO WS-PlacesAjust
             MOVE SPACES TO DI-ImatgeAbans
             MOVE Reserva TO DI-ImatgeDespres
             PERFORM RegistrarDiari
             MOVE "V" TO FP-Operacio
             MOVE NumeroReserva TO FP-NumeroReserva
             CALL "FORMPREC.COB" USING PeticioFormulariPrecontracte
             CANCEL "FORMPREC.COB"
             MOVE "R" TO WS-TipusTotals
             MOVE PlacesReservades TO WS-PlacesTotals
             MOVE PreuTotalReserva TO WS-ImportTotals
             CALL "ACTTOTAL.COB" USING WS-TipusTotals
               WS-PlacesTotals WS-ImportTotals
             CANCEL "ACTTOTAL.COB"
             IF PC-CodiPromocio NOT EQUAL SPACES
               CALL "REGPROMO.COB" USING NumeroReserva
                 PC-CodiPromocio PC-PercentPromocio PlacesReservades
                 PC-DescomptePromocio DataReserva
               CANCEL "REGPROMO.COB"
             END-IF
             IF WS-GratuitatAplicada EQUAL "S"
               PERFORM GravarGratuitat
             END-IF
             MOVE "G" TO WS-OperacioDetall
             MOVE ImportDescompte TO DP-ImportDescompte
             MOVE PuntsRedimits TO DP-PuntsRedimits
             CALL "DETPREU.COB" USING WS-OperacioDetall NumeroReserva
               PeticioCalculPreu DetallPreuReserva
             CANCEL "DETPREU.COB"
             IF WS-ReservaAnteriorPaq NOT EQUAL 0
               MOVE "A" TO WS-OperacioPaquet
               CALL "ENLLPAQ.COB" USING WS-OperacioPaquet
                 WS-ReservaAnteriorPaq NumeroReserva PaquetReserva
               CANCEL "ENLLPAQ.COB"
             END-IF
             IF WS-TeHabitacions EQUAL "S"
               MOVE "G" TO WS-OperacioHab
               CALL "HABCONTI.COB" USING WS-OperacioHab NumeroReserva
                 CodiViatge DiaSortida WS-HotelPrimerCont
                 WS-TipusHabDemanat WS-NumHabDemanat WS-LliuresHab
                 WS-ResultatHab
               CANCEL "HABCONTI.COB"
             END-IF
           END-IF.
           IF EstatFitxerReserves NOT EQUAL "00"
             DISPLAY "ERROR!!! La Reserva NO s'ha pogut grabar" BEEP
           END-IF.
           PERFORM GravarDetallsExcursions.
           PERFORM OferirNecessitats.
           PERFORM ComprovarMenors.
           PERFORM ActualitzarPunts.
           PERFORM RegistrarNotificacio.
           PERFORM DemanarRebut.
           ACCEPT Tecla NO BEEP.
           PERFORM OferirTramEnllacat.

        OferirTramEnllacat.
           DISPLAY "Reservar un altre viatge enllacat (S/N)? " LINE 22
             POSITION 5 CONTROL "FCOLOR=GREY BCOLOR=WHITE".
           MOVE "N" TO WS-TramEnllacat.
           ACCEPT WS-TramEnllacat LINE 22 POSITION 47
             CONTROL "FCOLOR=GREY BCOLOR=WHITE, UPPER" NO BEEP.
           IF WS-TramEnllacat EQUAL "S"
             PERFORM CalcularDataTramSeguent
             MOVE NumeroReserva TO TP-ReservaAnterior
             MOVE DniReserva TO TP-DniPaquet
             MOVE WS-DataSuggerida TO TP-DataSuggerida
           END-IF.

        CalcularDataTramSeguent.
           MOVE SPACES TO WS-DataSuggerida.
           MOVE CodiViatgeReservat TO CodiViatge.
           READ CatalegViatges.
           MOVE 0 TO MesNumeric.
           UNSTRING DiaSortida DELIMITED BY SPACE INTO Dia Mes.
           PERFORM AdivinarMes VARYING Comptador FROM 1 BY 1 UNTIL
             Comptador > 12.
           IF MesNumeric > 0 AND EstatCatalegViatges EQUAL "00"
             COMPUTE WS-DiaAnyPaquet = DiesAcumulats(MesNumeric) +
               Dia + DuracioViatge
             PERFORM RestarAnyPaquet UNTIL WS-DiaAnyPaquet < 366
             MOVE 1 TO WS-MesPaquet
             PERFORM CercarMesPaquet VARYING Comptador FROM 1 BY 1
               UNTIL Comptador > 12
             COMPUTE WS-DiaPaquet = WS-DiaAnyPaquet -
               DiesAcumulats(WS-MesPaquet)
             STRING WS-DiaPaquet DELIMITED BY SIZE " " DELIMITED BY
               SIZE Mesos(WS-MesPaquet) DELIMITED BY SIZE INTO
               WS-DataSuggerida
           END-IF.

        RestarAnyPaquet.
           SUBTRACT 365 FROM WS-DiaAnyPaquet.

        CercarMesPaquet.
           IF DiesAcumulats(Comptador) < WS-DiaAnyPaquet
             MOVE Comptador TO WS-MesPaquet
           END-IF.

        CalcularPreusPassatgers.
           ACCEPT WS-DataSistema FROM DATE YYYYMMDD.
           ACCEPT WS-VolTraca LINE 23 POSITION 75 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           MOVE WS-VolTraca TO PC-VolTraca.
           MOVE SPACES TO PC-DataReserva.
           MOVE 0 TO PC-NumeroReserva.
           MOVE SPACES TO PC-DniGratuit.
           CALL "CALCPREU.COB" USING PeticioCalculPreu.
           CANCEL "CALCPREU.COB".
           MOVE PC-SumaPassatgers TO WS-SumaPreusPassatgers.
           COMPUTE TotalSuplement = PC-TotalSuplements +
             PC-TaxaTuristica.
           PERFORM RecollirPreuCalc VARYING WS-IndexPas FROM 1
             BY 1 UNTIL WS-IndexPas > WS-NumPassatgersTab.
           MOVE CodiViatgeReservat TO CodiViatge.
             MOVE 0 TO WS-PasPreu(WS-NumPassatgersTab)
           END-IF.

        LliurarInformacioPrecontracte.
           MOVE "L" TO FP-Operacio.
           MOVE DniReserva TO FP-Dni.
           MOVE CodiViatgeReservat TO FP-CodiViatge.
           MOVE DiaSortida TO FP-DiaSortida.
           MOVE PlacesReservades TO FP-Places.
           MOVE PC-TotalSuplements TO FP-Suplements.
           COMPUTE FP-Descomptes = ImportDescompte +
             PC-DescomptePromocio.
           MOVE PC-TaxaTuristica TO FP-TaxaTuristica.
           MOVE ImportAsseguranca TO FP-ImportAsseguranca.
           MOVE ImportExcursions TO FP-ImportExcursions.
           MOVE PreuTotalReserva TO FP-PreuTotal.
           MOVE "R" TO FP-Origen.
           MOVE 0 TO FP-NumeroPressupost.
           MOVE 0 TO FP-NumeroReserva.
           CALL "FORMPREC.COB" USING PeticioFormulariPrecontracte.
           CANCEL "FORMPREC.COB".

        DemanarTipusFormalitzacio.
           MOVE "F" TO WS-TipusFormalitzacio.
           DISPLAY "Reserva (F)erma o (O)pcio amb caducitat: " LINE 21
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-DataCaducitat LINE 21 POSITION 38 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP
             PERFORM AjustarCaducitatFeiner
             MOVE WS-DataCaducitat TO DataCaducitatOpcio
           ELSE
             MOVE "F" TO EstatReserva
           END-IF.
           DISPLAY SPACES LINE 21 POSITION 5.

        AjustarCaducitatFeiner.
           MOVE 0 TO WS-DiaCad.
           MOVE 0 TO WS-MesCad.
           MOVE 0 TO WS-AnyCad.
           UNSTRING WS-DataCaducitat DELIMITED BY "/" INTO WS-DiaCad
             WS-MesCad WS-AnyCad.
           IF WS-DiaCad EQUAL 0 OR WS-MesCad EQUAL 0 OR
              WS-AnyCad EQUAL 0
             EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO DF-Operacio.
           MOVE WS-OficinaSessio TO DF-Oficina.
           COMPUTE DF-DataInici = WS-AnyCad * 10000 +
             WS-MesCad * 100 + WS-DiaCad.
           MOVE 0 TO DF-Dies.
           CALL "DIESFEIN.COB" USING PeticioDiesFeiners.
           CANCEL "DIESFEIN.COB".
           IF DF-DataResultat NOT EQUAL DF-DataInici
             MOVE DF-DataResultat(7:2) TO WS-DiaCad
             MOVE DF-DataResultat(5:2) TO WS-MesCad
             MOVE DF-DataResultat(1:4) TO WS-AnyCad
             MOVE SPACES TO WS-DataCaducitat
             STRING WS-DiaCad DELIMITED BY SIZE "/" DELIMITED BY
               SIZE WS-MesCad DELIMITED BY SIZE "/" DELIMITED BY
               SIZE WS-AnyCad DELIMITED BY SIZE INTO WS-DataCaducitat
             DISPLAY "Oficina tancada, caduca el " BEEP LINE 22
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY WS-DataCaducitat LINE 22 POSITION 32
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY DF-MotiuTancament LINE 22 POSITION 44
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             DISPLAY SPACES LINE 22 POSITION 5
           END-IF.

        ComprovarSolapaments.
           MOVE SPACE TO SolapamentAutoritzat.
           MOVE "N" TO WS-SolapamentTrobat.

        DemanarBlocGrup.
           MOVE SPACES TO WS-CodiBlocDemanat.
           MOVE "N" TO WS-GratuitatAplicada.
           DISPLAY "Bloc de grup (blanc = cap): " LINE 21
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-CodiBlocDemanat LINE 21 POSITION 34 CONTROL
                   PlacesConsumidesBloc
                 IF PlacesReservades <= WS-PlacesRestBloc
                   ADD PlacesReservades TO PlacesConsumidesBloc
                   PERFORM AplicarGratuitatBloc
                   REWRITE RegistreBloc
                   MOVE PlacesReservades TO WS-PlacesAjust
                   CALL "AJUSPLAC.COB" USING CodiViatge DiaSortida
           END-IF.
           DISPLAY SPACES LINE 21 POSITION 5.

        AplicarGratuitatBloc.
           IF PassatgersPerGratuitat NOT NUMERIC
             MOVE 0 TO PassatgersPerGratuitat
             MOVE SPACES TO DniLiderBloc
             MOVE 0 TO GratuitatsGuanyades
             MOVE 0 TO GratuitatsAssignades
           END-IF.
           IF PassatgersPerGratuitat > 0 AND DniLiderBloc NOT EQUAL
              SPACES
             COMPUTE WS-PagantsBloc = PlacesConsumidesBloc -
               GratuitatsAssignades - 1
             MOVE 0 TO WS-GratuitatsPossibles
             IF WS-PagantsBloc > 0
               DIVIDE WS-PagantsBloc BY PassatgersPerGratuitat
                 GIVING WS-GratuitatsPossibles
             END-IF
             MOVE "N" TO WS-LiderTrobat
             PERFORM CercarLiderBloc VARYING WS-IndexPas FROM 1 BY 1
               UNTIL WS-IndexPas > WS-NumPassatgersTab
             IF WS-LiderTrobat EQUAL "S" AND
                WS-GratuitatsPossibles > GratuitatsAssignades
               PERFORM PreuGratuitatLider
             END-IF
           END-IF.
           PERFORM CalcularGratuitatsBloc.

        CercarLiderBloc.
           IF WS-PasDni(WS-IndexPas) EQUAL DniLiderBloc
             MOVE "S" TO WS-LiderTrobat
           END-IF.

        CalcularGratuitatsBloc.
           MOVE 0 TO GratuitatsGuanyades.
           IF PassatgersPerGratuitat > 0 AND
              PlacesConsumidesBloc > GratuitatsAssignades
             COMPUTE WS-PagantsBloc = PlacesConsumidesBloc -
               GratuitatsAssignades
             DIVIDE WS-PagantsBloc BY PassatgersPerGratuitat
               GIVING GratuitatsGuanyades
           END-IF.

        PreuGratuitatLider.
           MOVE PC-TotalCalculat TO WS-TotalAbansGratuitat.
           MOVE DniLiderBloc TO PC-DniGratuit.
           MOVE "N" TO PC-VolTraca.
           CALL "CALCPREU.COB" USING PeticioCalculPreu.
           CANCEL "CALCPREU.COB".
           IF PC-ResultatCalcul EQUAL "OK" AND
              PC-TotalCalculat < WS-TotalAbansGratuitat
             COMPUTE WS-ImportGratuitat = WS-TotalAbansGratuitat -
               PC-TotalCalculat
             MOVE PC-SumaPassatgers TO WS-SumaPreusPassatgers
             COMPUTE TotalSuplement = PC-TotalSuplements +
               PC-TaxaTuristica
             PERFORM RecollirPreuCalc VARYING WS-IndexPas FROM 1
               BY 1 UNTIL WS-IndexPas > WS-NumPassatgersTab
             IF TotalReserva > WS-ImportGratuitat
               SUBTRACT WS-ImportGratuitat FROM TotalReserva
             ELSE
               MOVE 0 TO TotalReserva
             END-IF
             MOVE TotalReserva TO PreuTotalReserva
             ADD 1 TO GratuitatsAssignades
             MOVE "S" TO WS-GratuitatAplicada
             MOVE CodiBloc TO WS-CodiBlocGratuitat
             DISPLAY TotalReserva LINE 20 POSITION 27
               CONTROL "FCOLOR=GREY BCOLOR=WHITE"
             DISPLAY "Placa gratuita del lider aplicada" LINE 22
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             DISPLAY SPACES LINE 22 POSITION 5
           ELSE
             MOVE SPACES TO PC-DniGratuit
             CALL "CALCPREU.COB" USING PeticioCalculPreu
             CANCEL "CALCPREU.COB"
           END-IF.

        GravarGratuitat.
           OPEN I-O FitxerGratuitats.
           IF EstatFitxerGratuitats NOT EQUAL "00"
             OPEN OUTPUT FitxerGratuitats
             CLOSE FitxerGratuitats
             OPEN I-O FitxerGratuitats
           END-IF.
           MOVE NumeroReserva TO NumeroReservaGratuitat.
           MOVE WS-CodiBlocGratuitat TO CodiBlocGratuitat.
           MOVE PC-DniGratuit TO DniGratuitat.
           MOVE 1 TO PlacesGratuites.
           MOVE WS-ImportGratuitat TO PreuGratuitat.
           MOVE CostNetPersona TO CostGratuitat.
           WRITE RegistreGratuitat.
           CLOSE FitxerGratuitats.

        DemanarFontVenda.
           MOVE SPACES TO CodiFontReserva.
           MOVE SPACES TO WS-CodiFontDemanat.
               MOVE DniReserva TO DniEmpresa
               MOVE 0 TO LimitCredit
               MOVE 0 TO ExposicioActual
               MOVE 0 TO DiesTerminiPagament
               MOVE SPACE TO BloqueigReclamacio
               MOVE SPACES TO DataBloqueigReclamacio
               WRITE RegistreCreditEmpresa
             END-IF
             IF CreditBloquejatReclamacio
               MOVE "DEFAULT.SCR 7 5 12 75" TO WS-DefaultScr
               MOVE "SCR\PREGS.SCR 7 5 12 75" TO WS-PregsScr
               MOVE "ERROR!!! CREDIT BLOQUEJAT PER IMPAGAMENT" TO
                 WS-MissatgeAvis
               CALL "AVISAR.COB" USING
                   WS-DefaultScr WS-PregsScr WS-MissatgeAvis
               CANCEL "AVISAR.COB"
               MOVE "N" TO WS-CreditOK
             END-IF
             IF WS-CreditOK EQUAL "S" AND LimitCredit > 0 AND
                (PreuTotalReserva + ExposicioActual) > LimitCredit
               IF WS-RolSessioAdministrador
                 DISPLAY "AVIS: LIMIT DE CREDIT SUPERAT. Autoritzar"
             FROM 1 BY 1 UNTIL WS-IndexAcomp > 9.
           COMPUTE WS-NumAcompanyants = PlacesReservades - 1.
           IF WS-NumAcompanyants > 9 MOVE 9 TO WS-NumAcompanyants.
           MOVE 0 TO WS-NumMembresAfegits.
           IF WS-NumAcompanyants > 0
             PERFORM OferirMembresLlar
             COMPUTE WS-IndexInicial = WS-NumMembresAfegits + 1
             PERFORM DemanarUnAcompanyant VARYING WS-IndexAcomp
               FROM WS-IndexInicial BY 1
               UNTIL WS-IndexAcomp > WS-NumAcompanyants
           END-IF.
           MOVE WS-DniTitular TO Dni.
           READ FitxerClients.

        OferirMembresLlar.
           CALL "CERCLLAR.COB" USING WS-OperacioLlar WS-DniTitular
             LlarClient.
           CANCEL "CERCLLAR.COB".
           IF LL-Resultat EQUAL "OK" AND LL-DniContacte EQUAL
              WS-DniTitular AND LL-NumMembres > 1
             PERFORM OferirUnMembre VARYING WS-IndexMembre FROM 1
               BY 1 UNTIL WS-IndexMembre > LL-NumMembres OR
               WS-NumMembresAfegits NOT LESS THAN WS-NumAcompanyants
             DISPLAY SPACES LINE 21 POSITION 5
           END-IF.

        OferirUnMembre.
           IF LL-DniMembre(WS-IndexMembre) NOT EQUAL WS-DniTitular
             MOVE LL-DniMembre(WS-IndexMembre) TO Dni
             READ FitxerClients
             IF EstatFitxerClients EQUAL "00"
               DISPLAY "Membre de la llar " Dni " viatja (S/N)? "
                 LINE 21 POSITION 5
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               MOVE "N" TO WS-MembreViatja
               DISPLAY WS-MembreViatja LINE 21 POSITION 48
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               ACCEPT WS-MembreViatja LINE 21 POSITION 48 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
               IF WS-MembreViatja EQUAL "S"
                 ADD 1 TO WS-NumMembresAfegits
                 MOVE Dni TO DniAcompanyants (WS-NumMembresAfegits)
                 STRING Nom DELIMITED BY SPACE " " DELIMITED BY SIZE
                   CNom1 DELIMITED BY SIZE INTO
                   Acompanyants (WS-NumMembresAfegits)
               END-IF
             END-IF
           END-IF.

        InicialitzarAcompanyant.
           MOVE SPACES TO Acompanyants (WS-IndexAcomp).
           MOVE SPACES TO DniAcompanyants (WS-IndexAcomp).
              HabIndividual = "si" OR HabIndividual = "no"
             MOVE "SI" TO Correcte
           END-IF.
           IF Correcte = "SI" AND WS-TeHabitacions EQUAL "S" AND
              WS-TipusHabDemanat NOT EQUAL "IND" AND
              (HabIndividual = "SI" OR HabIndividual = "si")
             MOVE "DEFAULT.SCR 7 5 12 75" TO WS-DefaultScr
             MOVE "SCR\PREGS.SCR 7 5 12 75" TO WS-PregsScr
             MOVE "ERROR!!! SUPLEMENT INDIVIDUAL NOMES AMB HAB. IND"
               TO WS-MissatgeAvis
             CALL "AVISAR.COB" USING
                 WS-DefaultScr WS-PregsScr WS-MissatgeAvis
             CANCEL "AVISAR.COB"
             MOVE "NO" TO HabIndividual
             DISPLAY HabIndividual LINE 16 POSITION 32
               CONTROL "FCOLOR=GREY BCOLOR=WHITE"
             MOVE "NO" TO Correcte
           END-IF.

        DemanarAddons.
           MOVE 0 TO ImportAsseguranca.
           END-IF.

        ComprovarContingent.
           MOVE "N" TO WS-TeHabitacions.
           OPEN I-O FitxerContingents.
           IF EstatFitxerContingents NOT EQUAL "00"
             CLOSE FitxerContingents
               READ FitxerContingents
               IF EstatFitxerContingents EQUAL "00"
                 ADD PlacesReservades TO PlacesOcupadesContingent
                 IF HabitacionsContingent NOT NUMERIC
                   MOVE ZEROS TO HabitacionsContingent
                 END-IF
                 REWRITE RegistreContingent
                 MOVE 0 TO WS-TotalHabCont
                 PERFORM SumarHabContingent VARYING WS-IndexTipusHab
                   FROM 1 BY 1 UNTIL WS-IndexTipusHab > 4
                 IF WS-TotalHabCont > 0
                   MOVE "S" TO WS-TeHabitacions
                 END-IF
               END-IF
             END-IF
             CLOSE FitxerContingents
           END-IF.
           IF WS-TeHabitacions EQUAL "S"
             MOVE "NO" TO Correcte
             PERFORM DemanarHabitacio UNTIL Correcte = "SI"
           END-IF.

        SumarHabContingent.
           ADD HabContractadesCont(WS-IndexTipusHab) TO
             WS-TotalHabCont.

        DemanarHabitacio.
           DISPLAY "Tipus hab. (IND/DBL/TWN/TPL, blanc = anul.lar): "
             LINE 21 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE SPACES TO WS-TipusHabDemanat.
           ACCEPT WS-TipusHabDemanat LINE 21 POSITION 55 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF WS-TipusHabDemanat EQUAL SPACES
             DISPLAY SPACES LINE 21 POSITION 5
             MOVE PlacesReservades TO WS-PlacesAjust
             CALL "AJUSPLAC.COB" USING CodiViatge DiaSortida
               WS-PlacesAjust WS-ResultatAjust WS-UsuariEnUs
             CANCEL "AJUSPLAC.COB"
             MOVE "N" TO WS-TeHabitacions
             PERFORM AlliberarContingent
             PERFORM Sortir
           END-IF.
           MOVE 0 TO WS-CapacitatHab.
           PERFORM CercarTipusHab VARYING WS-IndexTipusHab FROM 1 BY 1
             UNTIL WS-IndexTipusHab > 4.
           IF WS-CapacitatHab EQUAL 0
             MOVE "DEFAULT.SCR 7 5 12 75" TO WS-DefaultScr
             MOVE "SCR\PREGS.SCR 7 5 12 75" TO WS-PregsScr
             MOVE "ERROR!!! TIPUS D'HABITACIO INCORRECTE" TO
               WS-MissatgeAvis
             CALL "AVISAR.COB" USING
                 WS-DefaultScr WS-PregsScr WS-MissatgeAvis
             CANCEL "AVISAR.COB"
             EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NumHabDemanat = (PlacesReservades +
             WS-CapacitatHab - 1) / WS-CapacitatHab.
           DISPLAY "Habitacions: " LINE 21 POSITION 60
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NumHabDemanat LINE 21 POSITION 73
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-NumHabDemanat LINE 21 POSITION 73 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           IF WS-NumHabDemanat = 0 OR
              WS-NumHabDemanat * WS-CapacitatHab < PlacesReservades
             MOVE "DEFAULT.SCR 7 5 12 75" TO WS-DefaultScr
             MOVE "SCR\PREGS.SCR 7 5 12 75" TO WS-PregsScr
             MOVE "ERROR!!! HABITACIONS INSUFICIENTS PER LES PLACES"
               TO WS-MissatgeAvis
             CALL "AVISAR.COB" USING
                 WS-DefaultScr WS-PregsScr WS-MissatgeAvis
             CANCEL "AVISAR.COB"
             EXIT PARAGRAPH
           END-IF.
           MOVE "O" TO WS-OperacioHab.
           MOVE 0 TO NumeroReserva.
           CALL "HABCONTI.COB" USING WS-OperacioHab NumeroReserva
             CodiViatge DiaSortida WS-HotelPrimerCont
             WS-TipusHabDemanat WS-NumHabDemanat WS-LliuresHab
             WS-ResultatHab.
           CANCEL "HABCONTI.COB".
           IF WS-ResultatHab EQUAL "NO"
             MOVE "DEFAULT.SCR 7 5 12 75" TO WS-DefaultScr
             MOVE "SCR\PREGS.SCR 7 5 12 75" TO WS-PregsScr
             MOVE SPACES TO WS-MissatgeAvis
             STRING "ERROR!!! HABITACIONS " DELIMITED BY SIZE
               WS-TipusHabDemanat DELIMITED BY SIZE " LLIURES: "
               DELIMITED BY SIZE WS-LliuresHab DELIMITED BY SIZE
               INTO WS-MissatgeAvis
             CALL "AVISAR.COB" USING
                 WS-DefaultScr WS-PregsScr WS-MissatgeAvis
             CANCEL "AVISAR.COB"
             EXIT PARAGRAPH
           END-IF.
           IF WS-ResultatHab NOT EQUAL "OK"
             MOVE "N" TO WS-TeHabitacions
           END-IF.
           IF WS-TipusHabDemanat EQUAL "IND"
             MOVE "SI" TO HabIndividual
           END-IF.
           DISPLAY SPACES LINE 21 POSITION 5.
           MOVE "SI" TO Correcte.

        CercarTipusHab.
           IF CodiTipusHab(WS-IndexTipusHab) EQUAL WS-TipusHabDemanat
             MOVE CapacitatTipusHab(WS-IndexTipusHab) TO
               WS-CapacitatHab
           END-IF.

        ComprovarTeDepartures.
           MOVE "N" TO WS-TeDepartures.
             END-IF
             CLOSE FitxerContingents
           END-IF.
           IF WS-TeHabitacions EQUAL "S"
             MOVE "L" TO WS-OperacioHab
             CALL "HABCONTI.COB" USING WS-OperacioHab NumeroReserva
               CodiViatge DiaSortida WS-HotelPrimerCont
               WS-TipusHabDemanat WS-NumHabDemanat WS-LliuresHab
               WS-ResultatHab
             CANCEL "HABCONTI.COB"
             MOVE "N" TO WS-TeHabitacions
           END-IF.

        SumarContingent.
           READ FitxerContingents NEXT RECORD, AT END MOVE "S" TO
             MOVE SPACES TO DataCaducitatDocument
             MOVE "N" TO VisatNecessari
             MOVE "N" TO VisatObtingut
             MOVE SPACE TO FormatDocument
           END-IF.
           MOVE "D" TO WS-OperacioXifrat.
           PERFORM TractarNumeroDocument.
           DISPLAY "Document de viatge de " LINE 21 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-DniDocumentar LINE 21 POSITION 28
           ACCEPT VisatObtingut LINE 23 POSITION 51 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           MOVE WS-DniDocumentar TO DniDocument.
           MOVE "X" TO WS-OperacioXifrat.
           PERFORM TractarNumeroDocument.
           MOVE "C" TO FormatDocument.
           IF EstatFitxerDocumentsViatge EQUAL "00"
             REWRITE RegistreDocumentViatge
           ELSE
           DISPLAY SPACES LINE 22 POSITION 5.
           DISPLAY SPACES LINE 23 POSITION 5.

        TractarNumeroDocument.
           MOVE NumeroDocument TO WS-DocumentEntrada.
           CALL "XIFRADAT.COB" USING WS-OperacioXifrat FormatDocument
             WS-DocumentEntrada WS-DocumentSortida DniDocument.
           CANCEL "XIFRADAT.COB".
           MOVE WS-DocumentSortida TO NumeroDocument.
           MOVE SPACE TO FormatDocument.
           MOVE SPACES TO WS-DocumentEntrada.
           MOVE SPACES TO WS-DocumentSortida.

        OferirNecessitats.
           DISPLAY "Necessitats especials (S/N)? " LINE 21
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
             CANCEL "NECESS.COB"
           END-IF.

        ComprovarMenors.
           MOVE "C" TO AM-Operacio.
           MOVE NumeroReserva TO AM-NumeroReserva.
           MOVE DiaSortida TO AM-DiaSortida.
           MOVE WS-NumPassatgersTab TO AM-NumViatgers.
           PERFORM CarregarViatgerMenor VARYING WS-IndexPas FROM 1
             BY 1 UNTIL WS-IndexPas > WS-NumPassatgersTab.
           CALL "AUTMENOR.COB" USING PeticioAutoritzacioMenor.
           CANCEL "AUTMENOR.COB".
           IF AM-MenorsPendents > 0
             DISPLAY "AVIS: Menors sense autoritzacio de viatge: "
               BEEP LINE 21 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY AM-MenorsPendents LINE 21 POSITION 49
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             DISPLAY SPACES LINE 21 POSITION 5
           END-IF.

        CarregarViatgerMenor.
           MOVE WS-PasDni(WS-IndexPas) TO AM-DniViatger(WS-IndexPas).

        CapturarContactesEmergencia.
           OPEN I-O FitxerContactesEmerg.
           IF EstatFitxerContactesEmerg NOT EQUAL "00"
           MOVE ImportAsseguranca TO ED-ImportAsseguranca.
           MOVE ImportExcursions TO ED-ImportExcursions.
           MOVE NumeroReserva TO ED-NumeroReserva.
           MOVE PC-DescomptePromocio TO ED-DescomptePromo.
           MOVE PC-PercentPromocio TO ED-PercentPromo.
           IF SortidaPantalla
             MOVE "GRABA.EXE" TO Programa
             MOVE "DEFAULT.SCR 2 0 23 80" TO Parametres
             DISPLAY ED-ImportAsseguranca LINE 11 POSITION 19
             DISPLAY "Excursions: " LINE 12 POSITION 5
             DISPLAY ED-ImportExcursions LINE 12 POSITION 19
             IF PC-CodiPromocio NOT EQUAL SPACES
               DISPLAY "Promocio: " LINE 13 POSITION 5
               DISPLAY PC-CodiPromocio LINE 13 POSITION 16
               DISPLAY ED-PercentPromo LINE 13 POSITION 21
               DISPLAY "% Descompte: -" LINE 13 POSITION 24
               DISPLAY ED-DescomptePromo LINE 13 POSITION 38
             END-IF
             DISPLAY "TOTAL RESERVA: " LINE 14 POSITION 5
             DISPLAY ED-TotalReserva LINE 14 POSITION 21
             DISPLAY Moneda LINE 14 POSITION 29
             PERFORM EscriureTramsRebut
             ACCEPT Tecla NO BEEP
             PERFORM MostrarDetallPreuRebut
             PERFORM MostrarPaquetRebut
             MOVE "RESTAURA.EXE" TO Programa
             MOVE "SCR\RESERV.SCR 2 0 23 80" TO Parametres
             CALL "COBDOS\COBDOS.EXE" USING
             STRING "Excursions: " DELIMITED BY SIZE
               ED-ImportExcursions DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
             IF PC-CodiPromocio NOT EQUAL SPACES
               MOVE SPACES TO LiniaSortida
               STRING "Promocio: " DELIMITED BY SIZE PC-CodiPromocio
                 DELIMITED BY SIZE " " DELIMITED BY SIZE
                 ED-PercentPromo DELIMITED BY SIZE "% Descompte: -"
                 DELIMITED BY SIZE ED-DescomptePromo DELIMITED BY
                 SIZE INTO LiniaSortida
               WRITE LiniaSortida
             END-IF
             MOVE SPACES TO LiniaSortida
             STRING "TOTAL RESERVA: " DELIMITED BY SIZE ED-TotalReserva
               DELIMITED BY SIZE " " DELIMITED BY SIZE Moneda
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
             PERFORM EscriureDetallPreuRebut
             PERFORM EscriurePaquetRebut
             PERFORM EscriureTramsRebut
             IF WS-RequisitTrobat EQUAL "S"
               MOVE SPACES TO LiniaSortida
               STRING "REQUISITS D'ENTRADA: " DELIMITED BY SIZE
             CLOSE FitxerSortida
           END-IF.

        EscriureTramsRebut.
           MOVE 16 TO WS-FilaTram.
           OPEN INPUT FitxerTrams.
           IF EstatFitxerTrams EQUAL "00"
             MOVE CodiViatgeReservat TO CodiViatgeTram
             MOVE DiaSortida TO DataDeparturaTram
             MOVE 0 TO NumeroTram
             START FitxerTrams KEY IS GREATER THAN ClauTram
             IF EstatFitxerTrams EQUAL "00"
               MOVE "NO" TO FiTrams
               PERFORM EscriureUnTramRebut UNTIL FiTrams = "SI"
             END-IF
             CLOSE FitxerTrams
           END-IF.

        EscriureUnTramRebut.
           READ FitxerTrams NEXT RECORD, AT END MOVE "SI" TO FiTrams.
           IF FiTrams NOT EQUAL "SI"
             IF CodiViatgeTram NOT EQUAL CodiViatgeReservat OR
                DataDeparturaTram NOT EQUAL DiaSortida
               MOVE "SI" TO FiTrams
             ELSE
               MOVE SPACES TO WS-LiniaTram
               STRING DataTram DELIMITED BY SIZE " " DELIMITED BY
                 SIZE NumeroServeiTram DELIMITED BY SIZE " "
                 DELIMITED BY SIZE OrigenTram DELIMITED BY SIZE " "
                 DELIMITED BY SIZE HoraSortidaTram DELIMITED BY SIZE
                 " -> " DELIMITED BY SIZE DestiTram DELIMITED BY SIZE
                 " " DELIMITED BY SIZE HoraArribadaTram DELIMITED BY
                 SIZE " Terminal: " DELIMITED BY SIZE TerminalTram
                 DELIMITED BY SIZE INTO WS-LiniaTram
               IF SortidaPantalla
                 IF WS-FilaTram < 21
                   IF WS-FilaTram EQUAL 16
                     DISPLAY "Transport: " LINE 15 POSITION 5
                   END-IF
                   DISPLAY WS-LiniaTram(1:75) LINE WS-FilaTram
                     POSITION 5
                   ADD 1 TO WS-FilaTram
                 END-IF
               ELSE
                 IF WS-FilaTram EQUAL 16
                   MOVE "Transport: " TO LiniaSortida
                   WRITE LiniaSortida
                 END-IF
                 MOVE SPACES TO LiniaSortida
                 STRING "  " DELIMITED BY SIZE WS-LiniaTram DELIMITED
                   BY SIZE INTO LiniaSortida
                 WRITE LiniaSortida
                 ADD 1 TO WS-FilaTram
               END-IF
             END-IF
           END-IF.

        MostrarDetallPreuRebut.
           IF DP-NumLinies > 0
             DISPLAY BORRADO
             DISPLAY "DETALL DEL PREU" LINE 2 POSITION 30
             DISPLAY "Num. Reserva: " LINE 3 POSITION 5
             DISPLAY ED-NumeroReserva LINE 3 POSITION 19
             MOVE 5 TO WS-FilaDetall
             PERFORM MostrarLiniaDetallPreu VARYING WS-IndexDetall
               FROM 1 BY 1 UNTIL WS-IndexDetall > DP-NumLinies
             MOVE PreuTotalReserva TO ED-ImportDetall
             DISPLAY "TOTAL RESERVA: " LINE WS-FilaDetall POSITION 16
             DISPLAY ED-ImportDetall LINE WS-FilaDetall POSITION 48
             DISPLAY Moneda LINE WS-FilaDetall POSITION 57
             ACCEPT Tecla NO BEEP
           END-IF.

        MostrarLiniaDetallPreu.
           MOVE DP-ImportLinia(WS-IndexDetall) TO ED-ImportDetall.
           DISPLAY DP-DniLinia(WS-IndexDetall) LINE WS-FilaDetall
             POSITION 5.
           DISPLAY DP-DescripcioLinia(WS-IndexDetall)
             LINE WS-FilaDetall POSITION 16.
           DISPLAY ED-ImportDetall LINE WS-FilaDetall POSITION 48.
           ADD 1 TO WS-FilaDetall.
           IF WS-FilaDetall > 21
             ACCEPT Tecla NO BEEP
             DISPLAY BORRADO
             DISPLAY "DETALL DEL PREU" LINE 2 POSITION 30
             MOVE 5 TO WS-FilaDetall
           END-IF.

        EscriureDetallPreuRebut.
           IF DP-NumLinies > 0
             MOVE "DETALL DEL PREU:" TO LiniaSortida
             WRITE LiniaSortida
             PERFORM EscriureLiniaDetallPreu VARYING WS-IndexDetall
               FROM 1 BY 1 UNTIL WS-IndexDetall > DP-NumLinies
           END-IF.

        EscriureLiniaDetallPreu.
           MOVE DP-ImportLinia(WS-IndexDetall) TO ED-ImportDetall.
           MOVE SPACES TO LiniaSortida.
           STRING "  " DELIMITED BY SIZE
             DP-DniLinia(WS-IndexDetall) DELIMITED BY SIZE "  "
             DELIMITED BY SIZE DP-DescripcioLinia(WS-IndexDetall)
             DELIMITED BY SIZE " " DELIMITED BY SIZE ED-ImportDetall
             DELIMITED BY SIZE INTO LiniaSortida.
           WRITE LiniaSortida.

        CarregarPaquetRebut.
           MOVE "L" TO WS-OperacioPaquet.
           CALL "ENLLPAQ.COB" USING WS-OperacioPaquet NumeroReserva
             WS-ReservaEnllac PaquetReserva.
           CANCEL "ENLLPAQ.COB".

        MostrarPaquetRebut.
           PERFORM CarregarPaquetRebut.
           IF PQ-Resultat EQUAL "OK"
             DISPLAY BORRADO
             DISPLAY "VIATGE COMBINAT" LINE 2 POSITION 30
             DISPLAY "Num. Paquet: " LINE 3 POSITION 5
             DISPLAY PQ-NumeroPaquet LINE 3 POSITION 19
             DISPLAY "TRAM RESERVA  VIATGE SORTIDA     PLACES    IMPORT"
               LINE 4 POSITION 5
             MOVE 5 TO WS-FilaPaquet
             PERFORM MostrarTramPaquet VARYING WS-IndexTram
               FROM 1 BY 1 UNTIL WS-IndexTram > PQ-NumTrams
             MOVE PQ-TotalPaquet TO ED-TotalPaquet
             DISPLAY "TOTAL VIATGE COMBINAT: " LINE WS-FilaPaquet
               POSITION 16
             DISPLAY ED-TotalPaquet LINE WS-FilaPaquet POSITION 46
             DISPLAY Moneda LINE WS-FilaPaquet POSITION 57
             ACCEPT Tecla NO BEEP
           END-IF.

        MostrarTramPaquet.
           MOVE PQ-PreuTram(WS-IndexTram) TO ED-PreuTram.
           DISPLAY PQ-SeqTram(WS-IndexTram) LINE WS-FilaPaquet
             POSITION 6.
           DISPLAY PQ-ReservaTram(WS-IndexTram) LINE WS-FilaPaquet
             POSITION 10.
           DISPLAY PQ-ViatgeTram(WS-IndexTram) LINE WS-FilaPaquet
             POSITION 19.
           DISPLAY PQ-DiaTram(WS-IndexTram) LINE WS-FilaPaquet
             POSITION 26.
           DISPLAY PQ-PlacesTram(WS-IndexTram) LINE WS-FilaPaquet
             POSITION 38.
           DISPLAY ED-PreuTram LINE WS-FilaPaquet POSITION 48.
           ADD 1 TO WS-FilaPaquet.

        EscriurePaquetRebut.
           PERFORM CarregarPaquetRebut.
           IF PQ-Resultat EQUAL "OK"
             MOVE SPACES TO LiniaSortida
             STRING "VIATGE COMBINAT - PAQUET " DELIMITED BY SIZE
               PQ-NumeroPaquet DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
             PERFORM EscriureTramPaquet VARYING WS-IndexTram
               FROM 1 BY 1 UNTIL WS-IndexTram > PQ-NumTrams
             MOVE PQ-TotalPaquet TO ED-TotalPaquet
             MOVE SPACES TO LiniaSortida
             STRING "TOTAL VIATGE COMBINAT: " DELIMITED BY SIZE
               ED-TotalPaquet DELIMITED BY SIZE " " DELIMITED BY SIZE
               Moneda DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        EscriureTramPaquet.
           MOVE PQ-PreuTram(WS-IndexTram) TO ED-PreuTram.
           MOVE SPACES TO LiniaSortida.
           STRING "  Tram " DELIMITED BY SIZE PQ-SeqTram(WS-IndexTram)
             DELIMITED BY SIZE "  Reserva " DELIMITED BY SIZE
             PQ-ReservaTram(WS-IndexTram) DELIMITED BY SIZE
             "  Viatge " DELIMITED BY SIZE
             PQ-ViatgeTram(WS-IndexTram) DELIMITED BY SIZE "  "
             DELIMITED BY SIZE PQ-DiaTram(WS-IndexTram) DELIMITED BY
             SIZE "  Places " DELIMITED BY SIZE
             PQ-PlacesTram(WS-IndexTram) DELIMITED BY SIZE "  "
             DELIMITED BY SIZE ED-PreuTram DELIMITED BY SIZE
             INTO LiniaSortida.
           WRITE LiniaSortida.

        MostrarPreuPassatger.
           MOVE WS-PasPreu(WS-IndexPas) TO ED-PreuPassatger.
           DISPLAY WS-PasDni(WS-IndexPas) LINE 10 POSITION 40
