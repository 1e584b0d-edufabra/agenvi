            COPY S-FDIARI.CPY.
            COPY S-FAUDDA.CPY.
            COPY S-FCLIEN.CPY.
            COPY S-FGRATU.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-RESER.CPY.
          COPY FD-DIARI.CPY.
          COPY FD-AUDDA.CPY.
          COPY FD-CLIEN.CPY.
          COPY FD-GRATU.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerContingents   PIC XX VALUE "00".
         77 EstatFitxerClients       PIC XX VALUE "00".
         77 EstatFitxerGratuitats    PIC XX VALUE "00".
         77 EstatFitxerDiari         PIC XX VALUE "00".
         77 EstatFitxerAuditoriaDades PIC XX VALUE "00".
         77 Tecla                    PIC X.
         77 Errorlevel               PIC 999.
         COPY SESSIO-W.CPY.
         COPY SELRES-W.CPY.
         COPY SORTTANC.CPY.
         77 WS-NumeroReservaCerca    PIC 9(7) VALUE 0.
         77 WS-NouViatge             PIC 9(5) VALUE 0.
         77 WS-NouDia                PIC X(10) VALUE SPACES.
         77 WS-FitxerBloq            PIC X(8).
         77 WS-ClauBloq              PIC X(16).
         77 WS-ResultatBloq          PIC XX.
         77 WS-OperacioPaquet        PIC X VALUE SPACE.
         77 WS-ReservaEnllac         PIC 9(7) VALUE 0.
         77 WS-IndexTram             PIC 99 VALUE 0.
         77 WS-ColumnaTram           PIC 99 VALUE 0.
         77 WS-AltresTrams           PIC X VALUE "N".
         77 ED-NumTrams              PIC Z9.
         COPY PAQUET-W.CPY.
         COPY PAQPEND-W.CPY.
         01 WS-ImatgeAbans           PIC X(527).
         77 WS-ValorsAbansAud        PIC X(60) VALUE SPACES.
         77 WS-PreuAntic             PIC 9(7) VALUE 0.
         77 WS-FacturaRect           PIC 9(7) VALUE 0.
         77 WS-ReservaRect           PIC 9(7) VALUE 0.
         77 WS-ImportAnteriorRect    PIC 9(7) VALUE 0.
         77 WS-ImportNouRect         PIC 9(7) VALUE 0.
         77 WS-TipusRect             PIC X VALUE SPACE.
         77 WS-ResultatRect          PIC XX VALUE SPACES.
         77 WS-TeHabitacions         PIC X VALUE "N".
         77 WS-TeHabAntiga           PIC X VALUE "N".
         77 WS-HotelNou              PIC X(5) VALUE SPACES.
         77 WS-TotalHabCont          PIC 9(4) VALUE 0.
         77 WS-IndexTipusHab         PIC 9 VALUE 0.
         77 WS-CapacitatHab          PIC 9 VALUE 0.
         77 WS-OperacioHab           PIC X VALUE SPACE.
         77 WS-TipusHabDemanat       PIC X(3) VALUE SPACES.
         77 WS-NumHabDemanat         PIC 9(2) VALUE 0.
         77 WS-HotelHabAntic         PIC X(5) VALUE SPACES.
         77 WS-TipusHabAntic         PIC X(3) VALUE SPACES.
         77 WS-NumHabAntic           PIC 9(2) VALUE 0.
         77 WS-LliuresHab            PIC 9(3) VALUE 0.
         77 WS-ResultatHab           PIC XX VALUE "NO".
         77 WS-OperacioDetall        PIC X VALUE SPACE.
         77 WS-ImportRecMantinguts   PIC S9(7) VALUE 0.
         77 WS-IndexDetall           PIC 99 VALUE 0.
         COPY TIPHAB-W.CPY.
         COPY DETPREU-W.CPY.
         COPY DESPMODI.CPY.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           PERFORM ComprovarSortidaTancada.
           IF ST-SortidaTancada
             PERFORM Sortir
           END-IF.
           PERFORM AvisarTramsPaquet.
           MOVE CodiViatgeReservat TO WS-ViatgeAntic.
           MOVE DiaSortida TO WS-DiaAntic.
           DISPLAY "Viatge actual: " LINE 3 POSITION 5
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           PERFORM ComprovarHabitacioNova.
           MOVE PlacesReservades TO WS-PlacesAjust.
           MOVE WS-ViatgeAntic TO CodiViatge.
           CALL "AJUSPLAC.COB" USING CodiViatge WS-DiaAntic
           END-IF.
           PERFORM AlliberarContingentAntic.
           PERFORM OcuparContingentNou.
           PERFORM AplicarHabitacio.
           MOVE WS-NouViatge TO CodiViatge.
           READ CatalegViatges.
           MOVE Reserva TO WS-ImatgeAbans.
             WS-DiaAntic DELIMITED BY SIZE " PREU=" DELIMITED BY
             SIZE PreuTotalReserva DELIMITED BY SIZE INTO
             WS-ValorsAbansAud.
           MOVE PreuTotalReserva TO WS-PreuAntic.
           MOVE WS-NouViatge TO CodiViatgeReservat.
           MOVE WS-NouDia TO DiaSortida.
           PERFORM RecalcularPreuReserva.
           PERFORM AplicarDespesaTrasllat.
           MOVE NumeroReserva TO WS-ReservaAnota.
           MOVE "S" TO WS-ModeAnota.
           MOVE SPACES TO WS-TextAnota.
           MOVE SPACES TO LocalitzadorOperador.
           MOVE SPACE TO CanviDataPendent.
           REWRITE Reserva.
           PERFORM GravarDetallPreu.
           PERFORM AfegirLiniaDespesa.
           CALL "REGPROMO.COB" USING NumeroReserva PC-CodiPromocio
             PC-PercentPromocio PlacesReservades PC-DescomptePromocio
             DataReserva.
           CANCEL "REGPROMO.COB".
           MOVE "RESERVES" TO DI-Fitxer.
           MOVE "RW" TO DI-Operacio.
           MOVE WS-ImatgeAbans TO DI-ImatgeAbans.
             BY SIZE PreuTotalReserva DELIMITED BY SIZE INTO
             AD-ValorsDespres.
           PERFORM RegistrarAuditoriaDades.
           IF NumeroFacturaReserva NOT EQUAL 0 AND
              PreuTotalReserva NOT EQUAL WS-PreuAntic
             PERFORM EmetreRectificativa
           END-IF.
           DISPLAY "Reserva TRASLLADADA conservant el numero i els"
             LINE 8 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "pagaments" LINE 8 POSITION 52
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY PreuTotalReserva LINE 9 POSITION 22
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           PERFORM OferirAltresTrams.
           ACCEPT Tecla NO BEEP.
           PERFORM Sortir.

        AvisarTramsPaquet.
           MOVE "L" TO WS-OperacioPaquet.
           CALL "ENLLPAQ.COB" USING WS-OperacioPaquet NumeroReserva
             WS-ReservaEnllac PaquetReserva.
           CANCEL "ENLLPAQ.COB".
           IF PQ-Resultat EQUAL "OK"
             MOVE PQ-NumTrams TO ED-NumTrams
             DISPLAY "AVIS: Reserva d'un paquet de" BEEP LINE 13
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-NumTrams LINE 13 POSITION 34
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "trams. Altres trams:" LINE 13 POSITION 37
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             MOVE 5 TO WS-ColumnaTram
             PERFORM MostrarAltreTram VARYING WS-IndexTram FROM 1 BY 1
               UNTIL WS-IndexTram > PQ-NumTrams
           END-IF.

        MostrarAltreTram.
           IF PQ-ReservaTram(WS-IndexTram) NOT EQUAL NumeroReserva
             DISPLAY PQ-ReservaTram(WS-IndexTram) LINE 14
               POSITION WS-ColumnaTram CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ADD 8 TO WS-ColumnaTram
           END-IF.

        OferirAltresTrams.
           IF PQ-Resultat EQUAL "OK" AND TP-EnCurs NOT EQUAL "S"
             DISPLAY "Traslladar tambe els altres trams (S/N)? "
               LINE 15 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             MOVE "N" TO WS-AltresTrams
             ACCEPT WS-AltresTrams LINE 15 POSITION 47 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             IF WS-AltresTrams EQUAL "S"
               MOVE 0 TO TP-NumPendents
               PERFORM EncuarAltreTram VARYING WS-IndexTram
                 FROM PQ-NumTrams BY -1 UNTIL WS-IndexTram < 1
             END-IF
           END-IF.

        EncuarAltreTram.
           IF PQ-ReservaTram(WS-IndexTram) NOT EQUAL NumeroReserva
             ADD 1 TO TP-NumPendents
             MOVE PQ-ReservaTram(WS-IndexTram) TO
               TP-ReservaPendent(TP-NumPendents)
           END-IF.

        ComprovarHabitacioNova.
           MOVE "N" TO WS-TeHabitacions.
           MOVE "N" TO WS-TeHabAntiga.
           MOVE "R" TO WS-OperacioHab.
           CALL "HABCONTI.COB" USING WS-OperacioHab NumeroReserva
             WS-ViatgeAntic WS-DiaAntic WS-HotelHabAntic
             WS-TipusHabAntic WS-NumHabAntic WS-LliuresHab
             WS-ResultatHab.
           CANCEL "HABCONTI.COB".
           IF WS-ResultatHab EQUAL "OK"
             MOVE "S" TO WS-TeHabAntiga
           ELSE
             MOVE SPACES TO WS-TipusHabAntic
             MOVE 0 TO WS-NumHabAntic
           END-IF.
           MOVE SPACES TO WS-HotelNou.
           OPEN INPUT FitxerContingents.
           IF EstatFitxerContingents NOT EQUAL "00"
             CLOSE FitxerContingents
           ELSE
             MOVE WS-NouViatge TO CodiViatgeContingent
             MOVE WS-NouDia TO DataSortidaContingent
             MOVE SPACES TO CodiHotelContingent
             START FitxerContingents KEY IS NOT LESS THAN
               ClauContingent
             IF EstatFitxerContingents EQUAL "00"
               READ FitxerContingents NEXT RECORD
               IF EstatFitxerContingents EQUAL "00" AND
                  CodiViatgeContingent EQUAL WS-NouViatge AND
                  DataSortidaContingent EQUAL WS-NouDia AND
                  HabitacionsContingent NUMERIC
                 MOVE CodiHotelContingent TO WS-HotelNou
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
             MOVE WS-TipusHabAntic TO WS-TipusHabDemanat
             MOVE WS-NumHabAntic TO WS-NumHabDemanat
             IF WS-TipusHabDemanat EQUAL SPACES
               DISPLAY "Tipus hab. (IND/DBL/TWN/TPL): " LINE 6
                 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               ACCEPT WS-TipusHabDemanat LINE 6 POSITION 36 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             END-IF
             MOVE 0 TO WS-CapacitatHab
             PERFORM CercarTipusHab VARYING WS-IndexTipusHab FROM 1
               BY 1 UNTIL WS-IndexTipusHab > 4
             IF WS-CapacitatHab EQUAL 0
               DISPLAY "ERROR!!! TIPUS D'HABITACIO INCORRECTE" BEEP
                 LINE 11 POSITION 10 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE"
               ACCEPT Tecla NO BEEP
               PERFORM Sortir
             END-IF
             IF WS-NumHabDemanat EQUAL 0
               COMPUTE WS-NumHabDemanat = (PlacesReservades +
                 WS-CapacitatHab - 1) / WS-CapacitatHab
             END-IF
             MOVE "C" TO WS-OperacioHab
             CALL "HABCONTI.COB" USING WS-OperacioHab NumeroReserva
               WS-NouViatge WS-NouDia WS-HotelNou WS-TipusHabDemanat
               WS-NumHabDemanat WS-LliuresHab WS-ResultatHab
             CANCEL "HABCONTI.COB"
             IF WS-TeHabAntiga EQUAL "S" AND
                WS-ViatgeAntic EQUAL WS-NouViatge AND
                WS-DiaAntic EQUAL WS-NouDia AND
                WS-HotelHabAntic EQUAL WS-HotelNou AND
                WS-TipusHabAntic EQUAL WS-TipusHabDemanat
               ADD WS-NumHabAntic TO WS-LliuresHab
             END-IF
             IF WS-ResultatHab EQUAL "OK" AND
                WS-NumHabDemanat > WS-LliuresHab
               DISPLAY "ERROR!!! NO hi ha habitacions " BEEP
                 LINE 11 POSITION 10 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY WS-TipusHabDemanat LINE 11 POSITION 40
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY " lliures al nou viatge" LINE 11 POSITION 43
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               ACCEPT Tecla NO BEEP
               PERFORM Sortir
             END-IF
           END-IF.

        SumarHabContingent.
           ADD HabContractadesCont(WS-IndexTipusHab) TO
             WS-TotalHabCont.

        CercarTipusHab.
           IF CodiTipusHab(WS-IndexTipusHab) EQUAL WS-TipusHabDemanat
             MOVE CapacitatTipusHab(WS-IndexTipusHab) TO
               WS-CapacitatHab
           END-IF.

        AplicarHabitacio.
           IF WS-TeHabAntiga EQUAL "S"
             MOVE "A" TO WS-OperacioHab
             CALL "HABCONTI.COB" USING WS-OperacioHab NumeroReserva
               WS-ViatgeAntic WS-DiaAntic WS-HotelHabAntic
               WS-TipusHabAntic WS-NumHabAntic WS-LliuresHab
               WS-ResultatHab
             CANCEL "HABCONTI.COB"
           END-IF.
           IF WS-TeHabitacions EQUAL "S"
             MOVE "O" TO WS-OperacioHab
             CALL "HABCONTI.COB" USING WS-OperacioHab NumeroReserva
               WS-NouViatge WS-NouDia WS-HotelNou WS-TipusHabDemanat
               WS-NumHabDemanat WS-LliuresHab WS-ResultatHab
             CANCEL "HABCONTI.COB"
             IF WS-ResultatHab EQUAL "OK"
               MOVE "G" TO WS-OperacioHab
               CALL "HABCONTI.COB" USING WS-OperacioHab NumeroReserva
                 WS-NouViatge WS-NouDia WS-HotelNou
                 WS-TipusHabDemanat WS-NumHabDemanat WS-LliuresHab
                 WS-ResultatHab
               CANCEL "HABCONTI.COB"
             END-IF
           END-IF.

        AplicarDespesaTrasllat.
           MOVE "T" TO DM-TipusCanvi.
           MOVE NumeroReserva TO DM-NumeroReserva.
           MOVE WS-ViatgeAntic TO DM-CodiViatge.
           MOVE WS-DiaAntic TO DM-DiaSortida.
           MOVE DataReserva TO DM-DataReserva.
           MOVE PreuTotalReserva TO DM-PreuBase.
           CALL "DESPMODI.COB" USING PeticioDespesaModificacio.
           CANCEL "DESPMODI.COB".
           IF DM-Resultat EQUAL "OK"
             ADD DM-ImportDespesa TO PreuTotalReserva
           END-IF.

        AfegirLiniaDespesa.
           IF DM-Resultat EQUAL "OK"
             MOVE "R" TO WS-OperacioDetall
             MOVE DM-DescripcioDespesa TO DP-DescripcioLinia(1)
             MOVE DM-ImportDespesa TO DP-ImportLinia(1)
             CALL "DETPREU.COB" USING WS-OperacioDetall NumeroReserva
               PeticioCalculPreu DetallPreuReserva
             CANCEL "DETPREU.COB"
           END-IF.

        EmetreRectificativa.
           MOVE NumeroFacturaReserva TO WS-FacturaRect.
           MOVE NumeroReserva TO WS-ReservaRect.
           MOVE WS-PreuAntic TO WS-ImportAnteriorRect.
           MOVE PreuTotalReserva TO WS-ImportNouRect.
           MOVE "M" TO WS-TipusRect.
           CALL "FACRECTI.COB" USING WS-FacturaRect WS-ReservaRect
             WS-ImportAnteriorRect WS-ImportNouRect WS-TipusRect
             WS-ResultatRect.
           CANCEL "FACRECTI.COB".

        AlliberarContingentAntic.
           OPEN I-O FitxerContingents.
           IF EstatFitxerContingents NOT EQUAL "00"
             WS-ClauBloq WS-ResultatBloq WS-UsuariEnUs.
           CANCEL "BLOQUEJA.COB".

        GravarDetallPreu.
           IF PC-ResultatCalcul NOT EQUAL "OK"
             MOVE 0 TO PC-NumPassatgers
             MOVE PreuPersona TO PC-PreuPersona
           END-IF.
           IF CodiViatgeReservat EQUAL WS-ViatgeAntic
             MOVE "G" TO WS-OperacioDetall
           ELSE
             MOVE "T" TO WS-OperacioDetall
           END-IF.
           MOVE 0 TO DP-ImportDescompte.
           MOVE 0 TO DP-PuntsRedimits.
           CALL "DETPREU.COB" USING WS-OperacioDetall NumeroReserva
             PeticioCalculPreu DetallPreuReserva.
           CANCEL "DETPREU.COB".

        RecalcularPreuReserva.
           MOVE "L" TO WS-OperacioDetall.
           CALL "DETPREU.COB" USING WS-OperacioDetall NumeroReserva
             PeticioCalculPreu DetallPreuReserva.
           CANCEL "DETPREU.COB".
           MOVE 0 TO WS-ImportRecMantinguts.
           PERFORM SumarRecarrecMantingut VARYING WS-IndexDetall
             FROM 1 BY 1 UNTIL WS-IndexDetall > DP-NumLinies.
           MOVE CodiViatgeReservat TO PC-CodiViatge.
           MOVE DiaSortida TO PC-DiaSortida.
           MOVE PlacesReservades TO PC-Places.
           PERFORM CarregarPassatgersCalc.
           MOVE WS-NumPasCalc TO PC-NumPassatgers.
           MOVE "N" TO PC-VolTraca.
           MOVE DataReserva TO PC-DataReserva.
           MOVE NumeroReserva TO PC-NumeroReserva.
           PERFORM TreureGratuitat.
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
           IF WS-ImportRecMantinguts > 0
             ADD WS-ImportRecMantinguts TO PreuTotalReserva
           END-IF.

        SumarRecarrecMantingut.
           IF DP-TipusLinia(WS-IndexDetall) EQUAL "RC"
             IF CodiViatgeReservat EQUAL WS-ViatgeAntic OR
                DP-DescripcioLinia(WS-IndexDetall)(1:9) NOT EQUAL
                "RECARREC "
               ADD DP-ImportLinia(WS-IndexDetall) TO
                 WS-ImportRecMantinguts
             END-IF
           END-IF.

        TreureGratuitat.
           MOVE SPACES TO PC-DniGratuit.
           OPEN I-O FitxerGratuitats.
           IF EstatFitxerGratuitats EQUAL "00"
             MOVE NumeroReserva TO NumeroReservaGratuitat
             READ FitxerGratuitats
             IF EstatFitxerGratuitats EQUAL "00"
               DELETE FitxerGratuitats RECORD
             END-IF
             CLOSE FitxerGratuitats
           END-IF.

        CarregarPassatgersCalc.
           MOVE 0 TO WS-NumPasCalc.
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
             STRING "OVERRIDE=TRASLLAT AUT=" DELIMITED BY SIZE
               ST-Administrador DELIMITED BY SIZE INTO
               AD-ValorsDespres
             PERFORM RegistrarAuditoriaDades
           END-IF.

        RegistrarAuditoriaDades.
           OPEN EXTEND FitxerAuditoriaDades.
           IF EstatFitxerAuditoriaDades NOT EQUAL "00"
