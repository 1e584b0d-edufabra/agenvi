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
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 WS-TextAnota             PIC X(60) VALUE SPACES.
         COPY PREUCALC.CPY.
         77 WS-DiaSortidaNou         PIC X(10).
         77 WS-DiaSortidaAntiga      PIC X(10).
         77 WS-DiaContingent         PIC X(10).
         77 WS-HabOK                 PIC X VALUE "S".
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
         COPY TIPHAB-W.CPY.
         COPY DETPREU-W.CPY.
         COPY DESPMODI.CPY.
         77 WS-NumeroReservaCerca    PIC 9(7) VALUE 0.
         77 WS-DniCercat             PIC X(9).
         77 WS-CodiViatgeCercat      PIC 9(5).
         77 EstatFitxerDiari         PIC XX VALUE "00".
         77 EstatFitxerAuditoriaDades PIC XX VALUE "00".
         77 WS-ValorsAbansAud        PIC X(60) VALUE SPACES.
         77 WS-FacturaRect           PIC 9(7) VALUE 0.
         77 WS-ReservaRect           PIC 9(7) VALUE 0.
         77 WS-ImportAnteriorRect    PIC 9(7) VALUE 0.
         77 WS-ImportNouRect         PIC 9(7) VALUE 0.
         77 WS-TipusRect             PIC X VALUE SPACE.
         77 WS-ResultatRect          PIC XX VALUE SPACES.
         01 WS-ImatgeAbans           PIC X(527).
         01 WS-ImatgeAbansReserva    PIC X(527).
         COPY SESSIO-W.CPY.
         COPY SELRES-W.CPY.
         COPY AUTMENOR.CPY.
         COPY SORTTANC.CPY.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
         77 WS-DniCalc               PIC X(9) VALUE SPACES.
         77 WS-NumPasCalc            PIC 99 VALUE 0.
         77 WS-IndexAcomp            PIC 9 VALUE 0.
         77 WS-IndexMenor            PIC 99 VALUE 0.
         77 WS-EdatPassatger         PIC S9(3) VALUE 0.
         77 WS-DiaNaix               PIC 99.
         77 WS-MesNaix               PIC 99.
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           PERFORM ComprovarSortidaTancada.
           IF ST-SortidaTancada
             PERFORM Sortir
           END-IF.
           DISPLAY "Dia Sortida actual: " LINE 7 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DiaSortida LINE 7 POSITION 30
             WS-PlacesNoves.
           MOVE CodiViatgeReservat TO CodiViatge.
           READ CatalegViatges.
           MOVE Reserva TO WS-ImatgeAbansReserva.
           MOVE DiaSortida TO WS-DiaSortidaAntiga.
           IF WS-DiaSortidaNou NOT EQUAL SPACES AND
              WS-DiaSortidaNou NOT EQUAL DiaSortida
             MOVE WS-DiaSortidaNou TO WS-DiaContingent
           ELSE
             MOVE DiaSortida TO WS-DiaContingent
           END-IF.
           PERFORM PrepararHabitacio.
           MOVE "NO" TO Correcte.
           IF WS-HabOK NOT EQUAL "S"
             MOVE "HB" TO WS-ResultatAjust
           ELSE
             IF WS-DiaSortidaNou NOT EQUAL SPACES AND
                WS-DiaSortidaNou NOT EQUAL DiaSortida
               MOVE WS-PlacesAntigues TO WS-PlacesAjust
               CALL "AJUSPLAC.COB" USING CodiViatge DiaSortida
                 WS-PlacesAjust WS-ResultatAjust WS-UsuariEnUs
               CANCEL "AJUSPLAC.COB"
               IF WS-ResultatAjust EQUAL "OK"
                 COMPUTE WS-PlacesAjust = 0 - WS-PlacesNoves
                 CALL "AJUSPLAC.COB" USING CodiViatge
                   WS-DiaSortidaNou WS-PlacesAjust WS-ResultatAjust
                   WS-UsuariEnUs
                 CANCEL "AJUSPLAC.COB"
                 IF WS-ResultatAjust NOT EQUAL "OK"
                   COMPUTE WS-PlacesAjust = 0 - WS-PlacesAntigues
                   CALL "AJUSPLAC.COB" USING CodiViatge DiaSortida
                     WS-PlacesAjust WS-ResultatAjust WS-UsuariEnUs
                   CANCEL "AJUSPLAC.COB"
                   MOVE "NP" TO WS-ResultatAjust
                 END-IF
               END-IF
             ELSE
               COMPUTE WS-PlacesAjust = WS-PlacesAntigues -
                 WS-PlacesNoves
               CALL "AJUSPLAC.COB" USING CodiViatge DiaSortida
                 WS-PlacesAjust WS-ResultatAjust WS-UsuariEnUs
               CANCEL "AJUSPLAC.COB"
             END-IF
           END-IF.
           EVALUATE WS-ResultatAjust
             WHEN "OK"
               MOVE "SI" TO Correcte
             WHEN "HB"
               MOVE "NO" TO Correcte
             WHEN "EU"
               DISPLAY "AVIS: Viatge en us per " BEEP LINE 15
                 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               ACCEPT Tecla NO BEEP
           END-EVALUATE.
           IF Correcte = "SI"
             PERFORM AlliberarContingentAntic
             PERFORM OcuparContingentNou
             PERFORM AplicarHabitacio
             MOVE WS-PlacesNoves TO PlacesReservades
             IF WS-DiaSortidaNou NOT EQUAL SPACES
               MOVE WS-DiaSortidaNou TO DiaSortida
             END-IF
             PERFORM RecalcularPreuReserva
             PERFORM AplicarDespesaModificacio
             MOVE SPACES TO CodiDescompteReserva
             MOVE 0 TO ImportDescompte
             MOVE SPACE TO EstatConfirmacioOper
             MOVE SPACES TO LocalitzadorOperador
             MOVE SPACE TO CanviDataPendent
             REWRITE Reserva
             PERFORM GravarDetallPreu
             PERFORM AfegirLiniaDespesa
             CALL "REGPROMO.COB" USING NumeroReserva PC-CodiPromocio
               PC-PercentPromocio PlacesReservades
               PC-DescomptePromocio DataReserva
             CANCEL "REGPROMO.COB"
             MOVE "RESERVES" TO DI-Fitxer
             MOVE "RW" TO DI-Operacio
             MOVE WS-ImatgeAbansReserva TO DI-ImatgeAbans
             CALL "ACTTOTAL.COB" USING WS-TipusTotals
               WS-PlacesTotals WS-ImportTotals
             CANCEL "ACTTOTAL.COB"
             IF NumeroFacturaReserva NOT EQUAL 0 AND
                PreuTotalReserva NOT EQUAL WS-PreuAnticTotals
               PERFORM EmetreRectificativa
             END-IF
             DISPLAY "Afegir anotacio (S/N)? " LINE 22
               POSITION 55 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             MOVE "N" TO Segur
               CALL "NECESS.COB" USING NumeroReserva
               CANCEL "NECESS.COB"
             END-IF
             PERFORM ComprovarMenors
             DISPLAY "Reserva MODIFICADA Satisfactoriament" BEEP
               LINE 17 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
           END-IF.

        AplicarDespesaModificacio.
           MOVE "NO" TO DM-Resultat.
           IF WS-DiaSortidaNou NOT EQUAL SPACES AND
              WS-DiaSortidaNou NOT EQUAL WS-DiaSortidaAntiga
             MOVE "D" TO DM-TipusCanvi
           ELSE
             IF WS-PlacesNoves EQUAL WS-PlacesAntigues
               EXIT PARAGRAPH
             END-IF
             MOVE "P" TO DM-TipusCanvi
           END-IF.
           MOVE NumeroReserva TO DM-NumeroReserva.
           MOVE CodiViatgeReservat TO DM-CodiViatge.
           MOVE WS-DiaSortidaAntiga TO DM-DiaSortida.
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
           MOVE WS-PreuAnticTotals TO WS-ImportAnteriorRect.
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
           END-IF.

        PrepararHabitacio.
           MOVE "S" TO WS-HabOK.
           MOVE "N" TO WS-TeHabitacions.
           MOVE "N" TO WS-TeHabAntiga.
           MOVE "R" TO WS-OperacioHab.
           CALL "HABCONTI.COB" USING WS-OperacioHab NumeroReserva
             CodiViatgeReservat DiaSortida WS-HotelHabAntic
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
             MOVE CodiViatgeReservat TO CodiViatgeContingent
             MOVE WS-DiaContingent TO DataSortidaContingent
             MOVE SPACES TO CodiHotelContingent
             START FitxerContingents KEY IS NOT LESS THAN
               ClauContingent
             IF EstatFitxerContingents EQUAL "00"
               READ FitxerContingents NEXT RECORD
               IF EstatFitxerContingents EQUAL "00" AND
                  CodiViatgeContingent EQUAL CodiViatgeReservat AND
                  DataSortidaContingent EQUAL WS-DiaContingent AND
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
             MOVE "NO" TO Correcte
             PERFORM DemanarHabitacio UNTIL Correcte = "SI" OR
               WS-HabOK = "N"
             DISPLAY SPACES LINE 14 POSITION 5
           END-IF.

        SumarHabContingent.
           ADD HabContractadesCont(WS-IndexTipusHab) TO
             WS-TotalHabCont.

        DemanarHabitacio.
           DISPLAY "Tipus hab. IND/DBL/TWN/TPL (blanc = sortir): "
             LINE 14 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-TipusHabDemanat LINE 14 POSITION 51
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-TipusHabDemanat LINE 14 POSITION 51 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF WS-TipusHabDemanat EQUAL SPACES
             MOVE "N" TO WS-HabOK
             EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CapacitatHab.
           PERFORM CercarTipusHab VARYING WS-IndexTipusHab FROM 1 BY 1
             UNTIL WS-IndexTipusHab > 4.
           IF WS-CapacitatHab EQUAL 0
             DISPLAY "ERROR!!! TIPUS D'HABITACIO INCORRECTE" BEEP
               LINE 15 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             DISPLAY SPACES LINE 15 POSITION 5
             EXIT PARAGRAPH
           END-IF.
           IF WS-TipusHabDemanat EQUAL WS-TipusHabAntic AND
              WS-NumHabAntic * WS-CapacitatHab NOT < WS-PlacesNoves
             MOVE WS-NumHabAntic TO WS-NumHabDemanat
           ELSE
             COMPUTE WS-NumHabDemanat = (WS-PlacesNoves +
               WS-CapacitatHab - 1) / WS-CapacitatHab
           END-IF.
           DISPLAY "Habitacions: " LINE 14 POSITION 56
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NumHabDemanat LINE 14 POSITION 69
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-NumHabDemanat LINE 14 POSITION 69 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           IF WS-NumHabDemanat = 0 OR
              WS-NumHabDemanat * WS-CapacitatHab < WS-PlacesNoves
             DISPLAY "ERROR!!! HABITACIONS INSUFICIENTS PER LES PLACES"
               BEEP LINE 15 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             DISPLAY SPACES LINE 15 POSITION 5
             EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO WS-OperacioHab.
           CALL "HABCONTI.COB" USING WS-OperacioHab NumeroReserva
             CodiViatgeReservat WS-DiaContingent WS-HotelNou
             WS-TipusHabDemanat WS-NumHabDemanat WS-LliuresHab
             WS-ResultatHab.
           CANCEL "HABCONTI.COB".
           IF WS-TeHabAntiga EQUAL "S" AND
              WS-HotelHabAntic EQUAL WS-HotelNou AND
              WS-TipusHabAntic EQUAL WS-TipusHabDemanat AND
              DiaSortida EQUAL WS-DiaContingent
             ADD WS-NumHabAntic TO WS-LliuresHab
           END-IF.
           IF WS-ResultatHab EQUAL "OK" AND
              WS-NumHabDemanat > WS-LliuresHab
             DISPLAY "ERROR!!! HABITACIONS LLIURES D'AQUEST TIPUS: "
               BEEP LINE 15 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY WS-LliuresHab LINE 15 POSITION 51
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             DISPLAY SPACES LINE 15 POSITION 5
             EXIT PARAGRAPH
           END-IF.
           MOVE "SI" TO Correcte.

        CercarTipusHab.
           IF CodiTipusHab(WS-IndexTipusHab) EQUAL WS-TipusHabDemanat
             MOVE CapacitatTipusHab(WS-IndexTipusHab) TO
               WS-CapacitatHab
           END-IF.

        AplicarHabitacio.
           IF WS-TeHabAntiga EQUAL "S"
             MOVE "A" TO WS-OperacioHab
             CALL "HABCONTI.COB" USING WS-OperacioHab NumeroReserva
               CodiViatgeReservat DiaSortida WS-HotelHabAntic
               WS-TipusHabAntic WS-NumHabAntic WS-LliuresHab
               WS-ResultatHab
             CANCEL "HABCONTI.COB"
           END-IF.
           IF WS-TeHabitacions EQUAL "S"
             MOVE "O" TO WS-OperacioHab
             CALL "HABCONTI.COB" USING WS-OperacioHab NumeroReserva
               CodiViatgeReservat WS-DiaContingent WS-HotelNou
               WS-TipusHabDemanat WS-NumHabDemanat WS-LliuresHab
               WS-ResultatHab
             CANCEL "HABCONTI.COB"
             IF WS-ResultatHab EQUAL "OK"
               MOVE "G" TO WS-OperacioHab
               CALL "HABCONTI.COB" USING WS-OperacioHab NumeroReserva
                 CodiViatgeReservat WS-DiaContingent WS-HotelNou
                 WS-TipusHabDemanat WS-NumHabDemanat WS-LliuresHab
                 WS-ResultatHab
               CANCEL "HABCONTI.COB"
             END-IF
           END-IF.

        AdquirirBloqueigReserva.
           MOVE "A" TO WS-AccioBloq.
           MOVE "RESERVES" TO WS-FitxerBloq.
             WS-ClauBloq WS-ResultatBloq WS-UsuariEnUs.
           CANCEL "BLOQUEJA.COB".

        GravarDetallPreu.
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

        RecalcularPreuReserva.
           MOVE "L" TO WS-OperacioDetall.
           CALL "DETPREU.COB" USING WS-OperacioDetall NumeroReserva
             PeticioCalculPreu DetallPreuReserva.
           CANCEL "DETPREU.COB".
           MOVE CodiViatgeReservat TO PC-CodiViatge.
           MOVE DiaSortida TO PC-DiaSortida.
           MOVE PlacesReservades TO PC-Places.
           PERFORM CarregarPassatgersCalc.
           MOVE WS-NumPasCalc TO PC-NumPassatgers.
           MOVE "N" TO PC-VolTraca.
           MOVE DataReserva TO PC-DataReserva.
           MOVE NumeroReserva TO PC-NumeroReserva.
           PERFORM CercarGratuitat.
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
           IF DP-ImportRecarrecs > 0
             ADD DP-ImportRecarrecs TO PreuTotalReserva
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
             MOVE 0 TO PC-PasPreu(WS-NumPasCalc)
           END-IF.

        ComprovarMenors.
           MOVE "C" TO AM-Operacio.
           MOVE NumeroReserva TO AM-NumeroReserva.
           MOVE DiaSortida TO AM-DiaSortida.
           MOVE WS-NumPasCalc TO AM-NumViatgers.
           PERFORM CarregarViatgerMenor VARYING WS-IndexMenor FROM 1
             BY 1 UNTIL WS-IndexMenor > WS-NumPasCalc.
           CALL "AUTMENOR.COB" USING PeticioAutoritzacioMenor.
           CANCEL "AUTMENOR.COB".
           IF AM-MenorsPendents > 0
             DISPLAY "AVIS: Menors sense autoritzacio de viatge: "
               BEEP LINE 16 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY AM-MenorsPendents LINE 16 POSITION 49
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.

        CarregarViatgerMenor.
           MOVE PC-PasDni(WS-IndexMenor) TO
             AM-DniViatger(WS-IndexMenor).

        RegistrarDiari.
           OPEN EXTEND FitxerDiari.
           IF EstatFitxerDiari NOT EQUAL "00"
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
             STRING "OVERRIDE=MODIFICAR AUT=" DELIMITED BY SIZE
               ST-Administrador DELIMITED BY SIZE INTO
               AD-ValorsDespres
             PERFORM RegistrarAuditoriaDades
           END-IF.

        RegistrarAuditoriaDades.
           OPEN EXTEND FitxerAuditoriaDades.
           IF EstatFitxerAuditoriaDades NOT EQUAL "00"
