         77 WS-PlacesRestantsCont    PIC S9(5) VALUE 0.
         77 WS-HotelPrimerCont       PIC X(5) VALUE SPACES.
         77 WS-PuntsGuanyats         PIC 9(5) VALUE 0.
         77 WS-ContingentOcupat      PIC X VALUE "N".
         77 WS-CreditSumat           PIC X VALUE "N".
         77 WS-TeHabitacions         PIC X VALUE "N".
         77 WS-TotalHabCont          PIC 9(4) VALUE 0.
         77 WS-IndexTipusHab         PIC 9 VALUE 0.
         77 WS-CapacitatHab          PIC 9 VALUE 0.
         77 WS-OperacioHab           PIC X VALUE SPACE.
         77 WS-TipusHabDemanat       PIC X(3) VALUE SPACES.
         77 WS-NumHabDemanat         PIC 9(2) VALUE 0.
         77 WS-LliuresHab            PIC 9(3) VALUE 0.
         77 WS-ResultatHab           PIC XX VALUE "NO".
         77 Correcte                 PIC XX VALUE "NO".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 WS-ImportExcur           PIC 9(5) VALUE 0.
         77 WS-TotalPressupost       PIC 9(7) VALUE 0.
         COPY PREUCALC.CPY.
         COPY FORMPREC.CPY.
         COPY TIPHAB-W.CPY.
         77 WS-BaseAntiga            PIC 9(7) VALUE 0.
         77 WS-BaseNova              PIC 9(7) VALUE 0.
         77 Dia                      PIC 99.
         01 WS-ImatgeAbans           PIC X(527).
         77 ED-Import                PIC ZZZZZZ9.
         77 ED-NumeroPressupost      PIC ZZZZZZ9.
         77 WS-CodiPromoPres         PIC X(4) VALUE SPACES.
         77 ED-PercentPromoPres      PIC ZZ9.
         77 ED-DescomptePromoPres    PIC ZZZZZZ9.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           MOVE WS-ImportExcur TO ImportExcurPressupost.
           MOVE WS-TotalPressupost TO ImportPressupost.
           MOVE Moneda TO MonedaPressupost.
           IF WS-HabInd = "SI" OR WS-HabInd = "S"
             MOVE "S" TO HabIndPressupost
           ELSE
             MOVE "N" TO HabIndPressupost
           END-IF.
           ACCEPT WS-DataSistema FROM DATE YYYYMMDD.
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
           MOVE WS-ImportExcur TO PC-ImportExcursions.
           MOVE 0 TO PC-NumPassatgers.
           MOVE "N" TO PC-VolTraca.
           MOVE SPACES TO PC-DataReserva.
           MOVE 0 TO PC-NumeroReserva.
           MOVE SPACES TO PC-DniGratuit.
           CALL "CALCPREU.COB" USING PeticioCalculPreu.
           CANCEL "CALCPREU.COB".
           MOVE PC-CodiPromocio TO WS-CodiPromoPres.
           MOVE PC-PercentPromocio TO ED-PercentPromoPres.
           MOVE PC-DescomptePromocio TO ED-DescomptePromoPres.
           COMPUTE WS-TotalSuplements = PC-SuplementTemporada +
             PC-SuplementHabInd.
           MOVE PC-TotalCalculat TO WS-TotalPressupost.
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DataValidesa LINE 17 POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF WS-CodiPromoPres NOT EQUAL SPACES
             DISPLAY "Promocio: " LINE 18 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY WS-CodiPromoPres LINE 18 POSITION 15
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-PercentPromoPres LINE 18 POSITION 20
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "% Descompte: -" LINE 18 POSITION 23
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-DescomptePromoPres LINE 18 POSITION 37
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "PRESSUPOST NUM. " DELIMITED BY SIZE
               DELIMITED BY SIZE DataValidesa DELIMITED BY SIZE
               INTO LiniaSortida
             WRITE LiniaSortida
             IF WS-CodiPromoPres NOT EQUAL SPACES
               MOVE SPACES TO LiniaSortida
               STRING "PROMOCIO: " DELIMITED BY SIZE WS-CodiPromoPres
                 DELIMITED BY SIZE " " DELIMITED BY SIZE
                 ED-PercentPromoPres DELIMITED BY SIZE
                 "% DESCOMPTE: -" DELIMITED BY SIZE
                 ED-DescomptePromoPres DELIMITED BY SIZE
                 INTO LiniaSortida
               WRITE LiniaSortida
             END-IF
             CLOSE FitxerSortida
           END-IF.
           ACCEPT Tecla NO BEEP.
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
           END-IF.
           PERFORM LliurarInformacioPrecontracte.
           IF FP-Resultat NOT EQUAL "OK"
             PERFORM Sortir
           END-IF.
           OPEN I-O FitxerReserves.
           IF EstatFitxerReserves NOT EQUAL "00"
             OPEN OUTPUT FitxerReserves
             PERFORM Sortir
           END-IF.
           PERFORM OcuparContingentPres.
           IF WS-TeHabitacions EQUAL "S"
             MOVE "NO" TO Correcte
             PERFORM DemanarHabitacioPres UNTIL Correcte = "SI"
           END-IF.
           PERFORM CrearReservaDesDelPressupost.
           MOVE "V" TO FP-Operacio.
           MOVE NumeroReserva TO FP-NumeroReserva.
           CALL "FORMPREC.COB" USING PeticioFormulariPrecontracte.
           CANCEL "FORMPREC.COB".
           MOVE "C" TO EstatPressupost.
           REWRITE RegistrePressupost.
           DISPLAY "Pressupost CONVERTIT en Reserva num. " LINE 8
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Tecla NO BEEP.

        LliurarInformacioPrecontracte.
           MOVE "L" TO FP-Operacio.
           MOVE DniPressupost TO FP-Dni.
           MOVE CodiViatgePressupost TO FP-CodiViatge.
           MOVE DiaSortidaPressupost TO FP-DiaSortida.
           MOVE PlacesPressupost TO FP-Places.
           MOVE SuplementsPressupost TO FP-Suplements.
           MOVE 0 TO FP-Descomptes.
           MOVE 0 TO FP-TaxaTuristica.
           MOVE ImportAssegPressupost TO FP-ImportAsseguranca.
           MOVE ImportExcurPressupost TO FP-ImportExcursions.
           MOVE ImportPressupost TO FP-PreuTotal.
           MOVE "P" TO FP-Origen.
           MOVE NumeroPressupost TO FP-NumeroPressupost.
           MOVE 0 TO FP-NumeroReserva.
           CALL "FORMPREC.COB" USING PeticioFormulariPrecontracte.
           CANCEL "FORMPREC.COB".

        CrearReservaDesDelPressupost.
           MOVE SPACES TO Reserva.
           MOVE DniPressupost TO DniReserva.
             SIZE WS-AnySistema DELIMITED BY SIZE INTO DataReserva.
           PERFORM ObtenirNumeroReserva.
           WRITE Reserva.
           IF EstatFitxerReserves NOT EQUAL "00"
             DISPLAY "ERROR!!! La Reserva NO s'ha pogut grabar" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM AnullarConversio
           END-IF.
           IF WS-TeHabitacions EQUAL "S"
             MOVE "G" TO WS-OperacioHab
             CALL "HABCONTI.COB" USING WS-OperacioHab NumeroReserva
               CodiViatge DiaSortidaPressupost WS-HotelPrimerCont
               WS-TipusHabDemanat WS-NumHabDemanat WS-LliuresHab
               WS-ResultatHab
             CANCEL "HABCONTI.COB"
           END-IF.
           MOVE "RESERVES" TO DI-Fitxer.
           MOVE "WR" TO DI-Operacio.
           MOVE SPACES TO DI-ImatgeAbans.

        ComprovarCreditEmpresaPres.
           MOVE "S" TO WS-CreditOK.
           MOVE "N" TO WS-CreditSumat.
           MOVE DniPressupost TO Dni.
           READ FitxerClients.
           IF EstatFitxerClients EQUAL "00" AND ClientEmpresa
               MOVE DniPressupost TO DniEmpresa
               MOVE 0 TO LimitCredit
               MOVE 0 TO ExposicioActual
               MOVE 0 TO DiesTerminiPagament
               MOVE SPACE TO BloqueigReclamacio
               MOVE SPACES TO DataBloqueigReclamacio
               WRITE RegistreCreditEmpresa
             END-IF
             IF CreditBloquejatReclamacio
               DISPLAY "ERROR!!! CREDIT BLOQUEJAT PER IMPAGAMENT"
                 BEEP LINE 6 POSITION 5 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE"
               ACCEPT Tecla NO BEEP
               MOVE "N" TO WS-CreditOK
             END-IF
             IF WS-CreditOK EQUAL "S" AND LimitCredit > 0 AND
                (ImportPressupost + ExposicioActual) > LimitCredit
               IF WS-RolSessioAdministrador
                 DISPLAY "AVIS: LIMIT DE CREDIT SUPERAT. Autoritzar"
             IF WS-CreditOK EQUAL "S"
               ADD ImportPressupost TO ExposicioActual
               REWRITE RegistreCreditEmpresa
               MOVE "S" TO WS-CreditSumat
             END-IF
             CLOSE FitxerCreditEmpreses
           END-IF.

        OcuparContingentPres.
           MOVE "N" TO WS-ContingentOcupat.
           MOVE "N" TO WS-TeHabitacions.
           OPEN I-O FitxerContingents.
           IF EstatFitxerContingents NOT EQUAL "00"
             CLOSE FitxerContingents
               IF EstatFitxerContingents EQUAL "00"
                 ADD PlacesPressupost TO
                   PlacesOcupadesContingent
                 IF HabitacionsContingent NOT NUMERIC
                   MOVE ZEROS TO HabitacionsContingent
                 END-IF
                 REWRITE RegistreContingent
                 MOVE "S" TO WS-ContingentOcupat
                 MOVE 0 TO WS-TotalHabCont
                 PERFORM SumarHabContingentPres VARYING
                   WS-IndexTipusHab FROM 1 BY 1
                   UNTIL WS-IndexTipusHab > 4
                 IF WS-TotalHabCont > 0
                   MOVE "S" TO WS-TeHabitacions
                 END-IF
               END-IF
             END-IF
             CLOSE FitxerContingents
             END-IF
           END-IF.

        SumarHabContingentPres.
           ADD HabContractadesCont(WS-IndexTipusHab) TO
             WS-TotalHabCont.

        DemanarHabitacioPres.
           DISPLAY "Tipus hab. (IND/DBL/TWN/TPL, blanc = anul.lar): "
             LINE 21 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE SPACES TO WS-TipusHabDemanat.
           IF PressupostHabInd
             MOVE "IND" TO WS-TipusHabDemanat
           END-IF.
           ACCEPT WS-TipusHabDemanat LINE 21 POSITION 55 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP.
           IF WS-TipusHabDemanat EQUAL SPACES
             DISPLAY SPACES LINE 21 POSITION 5
             MOVE "N" TO WS-TeHabitacions
             PERFORM AnullarConversio
           END-IF.
           MOVE 0 TO WS-CapacitatHab.
           PERFORM CercarTipusHabPres VARYING WS-IndexTipusHab
             FROM 1 BY 1 UNTIL WS-IndexTipusHab > 4.
           IF WS-CapacitatHab EQUAL 0
             DISPLAY "ERROR!!! Tipus d'habitacio incorrecte" BEEP
               LINE 22 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             DISPLAY SPACES LINE 22 POSITION 5
             EXIT PARAGRAPH
           END-IF.
           IF (PressupostHabInd AND WS-TipusHabDemanat NOT = "IND")
              OR (HabIndPressupost EQUAL "N" AND
                  WS-TipusHabDemanat EQUAL "IND")
             DISPLAY "ERROR!!! Tipus diferent del pressupostat" BEEP
               LINE 22 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             DISPLAY SPACES LINE 22 POSITION 5
             EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NumHabDemanat = (PlacesPressupost +
             WS-CapacitatHab - 1) / WS-CapacitatHab.
           DISPLAY "Habitacions: " LINE 21 POSITION 60
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NumHabDemanat LINE 21 POSITION 73
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-NumHabDemanat LINE 21 POSITION 73 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           IF WS-NumHabDemanat = 0 OR
              WS-NumHabDemanat * WS-CapacitatHab < PlacesPressupost
             DISPLAY "ERROR!!! Habitacions insuficients per les places"
               BEEP LINE 22 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             DISPLAY SPACES LINE 22 POSITION 5
             EXIT PARAGRAPH
           END-IF.
           MOVE "O" TO WS-OperacioHab.
           MOVE 0 TO NumeroReserva.
           CALL "HABCONTI.COB" USING WS-OperacioHab NumeroReserva
             CodiViatge DiaSortidaPressupost WS-HotelPrimerCont
             WS-TipusHabDemanat WS-NumHabDemanat WS-LliuresHab
             WS-ResultatHab.
           CANCEL "HABCONTI.COB".
           IF WS-ResultatHab EQUAL "NO"
             DISPLAY "ERROR!!! Habitacions lliures del tipus: " BEEP
               LINE 22 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY WS-LliuresHab LINE 22 POSITION 46
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             DISPLAY SPACES LINE 22 POSITION 5
             EXIT PARAGRAPH
           END-IF.
           IF WS-ResultatHab NOT EQUAL "OK"
             MOVE "N" TO WS-TeHabitacions
           END-IF.
           DISPLAY SPACES LINE 21 POSITION 5.
           MOVE "SI" TO Correcte.

        CercarTipusHabPres.
           IF CodiTipusHab(WS-IndexTipusHab) EQUAL WS-TipusHabDemanat
             MOVE CapacitatTipusHab(WS-IndexTipusHab) TO
               WS-CapacitatHab
           END-IF.

        AnullarConversio.
           MOVE PlacesPressupost TO WS-PlacesAjust.
           CALL "AJUSPLAC.COB" USING CodiViatge
             DiaSortidaPressupost WS-PlacesAjust WS-ResultatAjust
             WS-UsuariEnUs.
           CANCEL "AJUSPLAC.COB".
           IF WS-ContingentOcupat EQUAL "S"
             PERFORM AlliberarContingentPres
           END-IF.
           IF WS-TeHabitacions EQUAL "S"
             MOVE "L" TO WS-OperacioHab
             CALL "HABCONTI.COB" USING WS-OperacioHab NumeroReserva
               CodiViatge DiaSortidaPressupost WS-HotelPrimerCont
               WS-TipusHabDemanat WS-NumHabDemanat WS-LliuresHab
               WS-ResultatHab
             CANCEL "HABCONTI.COB"
             MOVE "N" TO WS-TeHabitacions
           END-IF.
           IF WS-CreditSumat EQUAL "S"
             PERFORM AlliberarCreditEmpresaPres
           END-IF.
           PERFORM Sortir.

        AlliberarContingentPres.
           OPEN I-O FitxerContingents.
           IF EstatFitxerContingents EQUAL "00"
             MOVE CodiViatge TO CodiViatgeContingent
             MOVE DiaSortidaPressupost TO DataSortidaContingent
             MOVE WS-HotelPrimerCont TO CodiHotelContingent
             READ FitxerContingents
             IF EstatFitxerContingents EQUAL "00"
               IF PlacesPressupost > PlacesOcupadesContingent
                 MOVE 0 TO PlacesOcupadesContingent
               ELSE
                 SUBTRACT PlacesPressupost FROM
                   PlacesOcupadesContingent
               END-IF
               REWRITE RegistreContingent
             END-IF
             CLOSE FitxerContingents
           END-IF.
           MOVE "N" TO WS-ContingentOcupat.

        AlliberarCreditEmpresaPres.
           OPEN I-O FitxerCreditEmpreses.
           IF EstatFitxerCreditEmpreses EQUAL "00"
             MOVE DniPressupost TO DniEmpresa
             READ FitxerCreditEmpreses
             IF EstatFitxerCreditEmpreses EQUAL "00"
               IF ImportPressupost > ExposicioActual
                 MOVE 0 TO ExposicioActual
               ELSE
                 SUBTRACT ImportPressupost FROM ExposicioActual
               END-IF
               REWRITE RegistreCreditEmpresa
             END-IF
             CLOSE FitxerCreditEmpreses
           END-IF.
           MOVE "N" TO WS-CreditSumat.

        ActualitzarPuntsPres.
           OPEN I-O FitxerPunts.
           IF EstatFitxerPunts NOT EQUAL "00"
