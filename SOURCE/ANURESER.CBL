         77 WS-ClauBloq              PIC X(16).
         77 WS-ResultatBloq          PIC XX.
         77 WS-UsuariEnUs            PIC X(15).
         77 WS-OperacioHab           PIC X VALUE SPACE.
         77 WS-HotelHabRes           PIC X(5) VALUE SPACES.
         77 WS-TipusHabRes           PIC X(3) VALUE SPACES.
         77 WS-NumHabRes             PIC 9(2) VALUE 0.
         77 WS-LliuresHab            PIC 9(3) VALUE 0.
         77 WS-ResultatHab           PIC XX VALUE "NO".
         77 EstatFitxerDiari         PIC XX VALUE "00".
         77 EstatFitxerAuditoriaDades PIC XX VALUE "00".
         77 EstatFitxerContingents   PIC XX VALUE "00".
         77 WS-ImportTotals          PIC S9(9) VALUE 0.
         77 WS-ResultatValidacio     PIC XX VALUE "NO".
         77 WS-NomAdministrador      PIC X(15) VALUE SPACES.
         77 WS-FacturaRect           PIC 9(7) VALUE 0.
         77 WS-ReservaRect           PIC 9(7) VALUE 0.
         77 WS-ImportAnteriorRect    PIC 9(7) VALUE 0.
         77 WS-ImportNouRect         PIC 9(7) VALUE 0.
         77 WS-TipusRect             PIC X VALUE SPACE.
         77 WS-ResultatRect          PIC XX VALUE SPACES.
         77 WS-CodiPromoReg          PIC X(4) VALUE SPACES.
         77 WS-PercentPromoReg       PIC 9(3) VALUE 0.
         77 WS-PlacesPromoReg        PIC 9(4) VALUE 0.
         77 WS-ImportPromoReg        PIC 9(7) VALUE 0.
         77 WS-OperacioPaquet        PIC X VALUE SPACE.
         77 WS-ReservaEnllac         PIC 9(7) VALUE 0.
         77 WS-IndexTram             PIC 99 VALUE 0.
         77 WS-ColumnaTram           PIC 99 VALUE 0.
         77 WS-AltresTrams           PIC X VALUE "N".
         77 ED-NumTrams              PIC Z9.
         COPY PAQUET-W.CPY.
         COPY PAQPEND-W.CPY.
         01 WS-ImatgeAbans           PIC X(527).
         COPY SESSIO-W.CPY.
         COPY REGDIARI.CPY.
         COPY DIESFEIN.CPY.
         COPY SELRES-W.CPY.
         COPY SORTTANC.CPY.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
         77 WS-DiaAnyActual          PIC 9(3).
         77 WS-DiaAnySortida         PIC 9(3).
         77 WS-DiesFinsSortida       PIC S9(5).
         77 WS-DiesTancats           PIC 9(3) VALUE 0.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.
               ACCEPT Tecla NO BEEP
               PERFORM Sortir
             END-IF
             PERFORM AvisarTramsPaquet
             ACCEPT Segur LINE 13 POSITION 51 NO BEEP
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE, UPPER, PROMPT"
             IF Segur = "s" OR Segur = "S"
               IF WS-PeriodeTancat EQUAL "S"
                 PERFORM Sortir
               END-IF
               PERFORM ComprovarSortidaTancada
               IF ST-SortidaTancada
                 PERFORM Sortir
               END-IF
               PERFORM DemanarMotiuAnulacio
             END-IF
             PERFORM Anul-larReserva
           IF WS-DiesFinsSortida < 0
             ADD 365 TO WS-DiesFinsSortida
           END-IF.
           PERFORM CalcularDiesTancats.
           ADD WS-DiesTancats TO WS-DiesFinsSortida.
           PERFORM ObtenirPercentatgeEscala.
           MOVE WS-PercentDret TO PercentatgeRetorn.

        CalcularDiesTancats.
           MOVE 0 TO WS-DiesTancats.
           MOVE "R" TO DF-Operacio.
           MOVE OficinaReserva TO DF-Oficina.
           MOVE WS-DataSistema TO DF-DataInici.
           MOVE 1 TO DF-Dies.
           CALL "DIESFEIN.COB" USING PeticioDiesFeiners.
           CANCEL "DIESFEIN.COB".
           IF DF-DiesNaturals > 1
             COMPUTE WS-DiesTancats = DF-DiesNaturals - 1
           END-IF.

        AdivinarMes.
           IF Mesos (Comptador) = Mes THEN MOVE Comptador TO
             MesNumeric.
               PERFORM RetornarPunts
               PERFORM AlliberarContingent
               PERFORM AlliberarExposicioEmpresa
               IF NumeroFacturaReserva NOT EQUAL 0
                 PERFORM EmetreRectificativa
               END-IF
               MOVE "RESERVES" TO DI-Fitxer
               MOVE "DL" TO DI-Operacio
               MOVE Reserva TO DI-ImatgeAbans
               CALL "ANOTA.COB" USING WS-ReservaAnota WS-ModeAnota
                 WS-TextAnota
               CANCEL "ANOTA.COB"
               PERFORM AlliberarPromocio
               DELETE FitxerReserves RECORD
               PERFORM OferirAltresTrams
               PERFORM NotificarLlistaEspera
               MOVE "DEFAULT1.SCR 7 5 12 75" TO WS-DefaultScr
               MOVE "SCR\PREGS.SCR 7 5 12 75" TO WS-PregsScr
             END-IF
           END-IF.

        AvisarTramsPaquet.
           MOVE "L" TO WS-OperacioPaquet.
           CALL "ENLLPAQ.COB" USING WS-OperacioPaquet NumeroReserva
             WS-ReservaEnllac PaquetReserva.
           CANCEL "ENLLPAQ.COB".
           IF PQ-Resultat EQUAL "OK"
             MOVE PQ-NumTrams TO ED-NumTrams
             DISPLAY "AVIS: Reserva d'un paquet de" BEEP LINE 18
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-NumTrams LINE 18 POSITION 34
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "trams. Altres trams:" LINE 18 POSITION 37
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             MOVE 5 TO WS-ColumnaTram
             PERFORM MostrarAltreTram VARYING WS-IndexTram FROM 1 BY 1
               UNTIL WS-IndexTram > PQ-NumTrams
           END-IF.

        MostrarAltreTram.
           IF PQ-ReservaTram(WS-IndexTram) NOT EQUAL NumeroReserva
             DISPLAY PQ-ReservaTram(WS-IndexTram) LINE 19
               POSITION WS-ColumnaTram CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ADD 8 TO WS-ColumnaTram
           END-IF.

        OferirAltresTrams.
           IF PQ-Resultat EQUAL "OK"
             IF TP-EnCurs NOT EQUAL "S"
               DISPLAY "Anul-lar tambe els altres trams (S/N)? "
                 LINE 20 POSITION 5 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE"
               MOVE "N" TO WS-AltresTrams
               ACCEPT WS-AltresTrams LINE 20 POSITION 45 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
               IF WS-AltresTrams EQUAL "S"
                 MOVE 0 TO TP-NumPendents
                 PERFORM EncuarAltreTram VARYING WS-IndexTram
                   FROM PQ-NumTrams BY -1 UNTIL WS-IndexTram < 1
               END-IF
             END-IF
             MOVE "D" TO WS-OperacioPaquet
             CALL "ENLLPAQ.COB" USING WS-OperacioPaquet NumeroReserva
               WS-ReservaEnllac PaquetReserva
             CANCEL "ENLLPAQ.COB"
           END-IF.

        EncuarAltreTram.
           IF PQ-ReservaTram(WS-IndexTram) NOT EQUAL NumeroReserva
             ADD 1 TO TP-NumPendents
             MOVE PQ-ReservaTram(WS-IndexTram) TO
               TP-ReservaPendent(TP-NumPendents)
           END-IF.

        EmetreRectificativa.
           MOVE NumeroFacturaReserva TO WS-FacturaRect.
           MOVE NumeroReserva TO WS-ReservaRect.
           MOVE PreuTotalReserva TO WS-ImportAnteriorRect.
           MOVE 0 TO WS-ImportNouRect.
           MOVE "A" TO WS-TipusRect.
           CALL "FACRECTI.COB" USING WS-FacturaRect WS-ReservaRect
             WS-ImportAnteriorRect WS-ImportNouRect WS-TipusRect
             WS-ResultatRect.
           CANCEL "FACRECTI.COB".

        AlliberarPromocio.
           MOVE SPACES TO WS-CodiPromoReg.
           MOVE 0 TO WS-PercentPromoReg.
           MOVE 0 TO WS-PlacesPromoReg.
           MOVE 0 TO WS-ImportPromoReg.
           CALL "REGPROMO.COB" USING NumeroReserva WS-CodiPromoReg
             WS-PercentPromoReg WS-PlacesPromoReg WS-ImportPromoReg
             DataReserva.
           CANCEL "REGPROMO.COB".

        RegistrarAnulacio.
           OPEN I-O FitxerAnulacions.
           IF EstatFitxerAnulacions NOT EQUAL "00"
           MOVE SPACES TO UsuariRetorn.
           MOVE WS-OficinaSessio TO OficinaAnulacio.
           MOVE WS-NomUsuariSessio TO OperadorAnulacio.
           MOVE OperadorReserva TO OperadorVendaAnulada.
           MOVE DataReserva TO DataReservaAnulada.
           MOVE ImportAsseguranca TO AssegurancaAnulada.
           MOVE ImportExcursions TO ExcursionsAnulades.
           MOVE 0 TO CarrecProveidor.
           MOVE SPACE TO OrigenCarrec.
           MOVE SPACES TO FacturaCarrecProveidor.
           MOVE SPACES TO DataCarrecProveidor.
           MOVE 0 TO NumeroLiquidacioCarrec.
           MOVE NumeroReserva TO NumeroReservaAnulada.
           MOVE DiaSortida TO DiaSortidaAnulada.
           MOVE SPACE TO EstatRehabilitacio.
           MOVE SPACES TO DataRehabilitacio.
           MOVE SPACES TO OperadorRehabilitacio.
           PERFORM ObtenirNumeroAnulacio.
           WRITE RegistreAnulacio.
           MOVE "WR" TO RD-Operacio
           MOVE SPACES TO RD-ImatgeAbans
           PERFORM DiariAnulacio.
           IF EstatFitxerAnulacions NOT EQUAL "00"
             DISPLAY "ERROR!!! L'Anul-lacio NO s'ha pogut grabar" BEEP
               LINE 21 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             END-IF
             CLOSE FitxerContingents
           END-IF.
           MOVE SPACES TO WS-HotelHabRes.
           MOVE SPACES TO WS-TipusHabRes.
           MOVE 0 TO WS-NumHabRes.
           MOVE "A" TO WS-OperacioHab.
           CALL "HABCONTI.COB" USING WS-OperacioHab NumeroReserva
             CodiViatgeReservat DiaSortida WS-HotelHabRes
             WS-TipusHabRes WS-NumHabRes WS-LliuresHab WS-ResultatHab.
           IF WS-NumHabRes > 0
             MOVE "G" TO WS-OperacioHab
             CALL "HABCONTI.COB" USING WS-OperacioHab NumeroReserva
               CodiViatgeReservat DiaSortida WS-HotelHabRes
               WS-TipusHabRes WS-NumHabRes WS-LliuresHab
               WS-ResultatHab
           END-IF.
           CANCEL "HABCONTI.COB".

        AlliberarExposicioEmpresa.
           OPEN INPUT FitxerClients.
           WRITE LiniaDiari.
           CLOSE FitxerDiari.

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
             STRING "OVERRIDE=ANULACIO AUT=" DELIMITED BY SIZE
               ST-Administrador DELIMITED BY SIZE INTO
               AD-ValorsDespres
             PERFORM RegistrarAuditoriaDades
           END-IF.

        RegistrarAuditoriaDades.
           OPEN EXTEND FitxerAuditoriaDades.
           IF EstatFitxerAuditoriaDades NOT EQUAL "00"
             READ FitxerReserves KEY IS Clau
           END-IF.

        DiariAnulacio.
           IF EstatFitxerAnulacions EQUAL "00"
             MOVE "ANULACIO" TO RD-Fitxer
             MOVE RegistreAnulacio TO RD-ImatgeDespres
             CALL "REGDIARI.COB" USING PeticioDiari
             CANCEL "REGDIARI.COB"
           END-IF.

        Sortir.
           PERFORM AlliberarBloqueigReserva.
           EXIT PROGRAM.
