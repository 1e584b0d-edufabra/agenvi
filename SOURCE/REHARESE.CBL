       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulRehabilitaReserves.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FRESER.CPY.
            COPY S-FCATVI.CPY.
            COPY S-FANUL.CPY.
            COPY S-FNOTIF.CPY.
            COPY S-FNUMNO.CPY.
            COPY S-FPUNTS.CPY.
            COPY S-FCONTI.CPY.
            COPY S-FDIARI.CPY.
            COPY S-FAUDDA.CPY.
            COPY S-FCLIEN.CPY.
            COPY S-FCREDI.CPY.
            COPY S-FPROMO.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-RESER.CPY.
          COPY FD-CATVI.CPY.
          COPY FD-ANUL.CPY.
          COPY FD-NOTIF.CPY.
          COPY FD-NUMNO.CPY.
          COPY FD-PUNTS.CPY.
          COPY FD-CONTI.CPY.
          COPY FD-DIARI.CPY.
          COPY FD-AUDDA.CPY.
          COPY FD-CLIEN.CPY.
          COPY FD-CREDI.CPY.
          COPY FD-PROMO.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerAnulacions    PIC XX VALUE "00".
         77 EstatFitxerNotificacions PIC XX VALUE "00".
         77 EstatFitxerNumNotificacions PIC XX VALUE "00".
         77 EstatFitxerPunts         PIC XX VALUE "00".
         77 EstatFitxerContingents   PIC XX VALUE "00".
         77 EstatFitxerDiari         PIC XX VALUE "00".
         77 EstatFitxerAuditoriaDades PIC XX VALUE "00".
         77 EstatFitxerClients       PIC XX VALUE "00".
         77 EstatFitxerCreditEmpreses PIC XX VALUE "00".
         77 EstatFitxerPromocions    PIC XX VALUE "00".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 Segur                    PIC X VALUE "N".
         COPY SESSIO-W.CPY.
         COPY REGDIARI.CPY.
         COPY DIESFEIN.CPY.
         COPY SORTTANC.CPY.
         77 WS-NumeroAnulCerca       PIC 9(7) VALUE 0.
         77 WS-NumeroReservaRehab    PIC 9(7) VALUE 0.
         77 WS-ImatgeTrobada         PIC X VALUE "N".
         01 WS-ImatgeReserva         PIC X(527).
         77 FiDiari                  PIC X VALUE "N".
         77 WS-UsuariEnUs            PIC X(15).
         77 WS-AccioBloq             PIC X.
         77 WS-FitxerBloq            PIC X(8).
         77 WS-ClauBloq              PIC X(16).
         77 WS-ResultatBloq          PIC XX.
         77 WS-PlacesAjust           PIC S9(4) VALUE 0.
         77 WS-ResultatAjust         PIC XX.
         77 WS-ExposicioRecuperar    PIC S9(9) VALUE 0.
         77 WS-ClauParam             PIC X(12) VALUE SPACES.
         77 WS-ValorParam            PIC X(40) VALUE SPACES.
         77 WS-ResultatParam         PIC XX VALUE "NO".
         77 WS-DiesRehabilitacio     PIC 9(3) VALUE 0.
         77 WS-ResultatValidacio     PIC XX VALUE "NO".
         77 WS-NomAdministrador      PIC X(15) VALUE SPACES.
         77 WS-Autoritzador          PIC X(15) VALUE SPACES.
         77 WS-ReservaAnota          PIC 9(7) VALUE 0.
         77 WS-ModeAnota             PIC X VALUE SPACE.
         77 WS-TextAnota             PIC X(60) VALUE SPACES.
         77 WS-RetornRevertit        PIC X VALUE "N".
         77 WS-RetornJaPagat         PIC 9(7) VALUE 0.
         77 WS-OperacioHab           PIC X VALUE SPACE.
         77 WS-HotelHabRes           PIC X(5) VALUE SPACES.
         77 WS-TipusHabRes           PIC X(3) VALUE SPACES.
         77 WS-NumHabRes             PIC 9(2) VALUE 0.
         77 WS-LliuresHab            PIC 9(3) VALUE 0.
         77 WS-ResultatHab           PIC XX VALUE "NO".
         77 WS-HabitacionsOcupades   PIC X VALUE "N".
         77 WS-ContingentTrobat      PIC X VALUE "N".
         77 WS-ContingentLliure      PIC X VALUE "S".
         77 WS-DataAvui              PIC X(10) VALUE SPACES.
         77 WS-OperacioDetall        PIC X VALUE SPACE.
         77 WS-IndexDetall           PIC 99 VALUE 0.
         77 WS-CodiPromoRehab        PIC X(4) VALUE SPACES.
         77 WS-PercentPromoRehab     PIC 9(3) VALUE 0.
         77 WS-ImportPromoRehab      PIC 9(7) VALUE 0.
         COPY PREUCALC.CPY.
         COPY DETPREU-W.CPY.
         77 WS-DiaAnul               PIC 99.
         77 WS-MesAnul               PIC 99.
         77 WS-AnyAnul               PIC 9(4).
         77 ED-Import                PIC ZZZZZZ9.
         77 ED-Places                PIC ZZZ9.
         77 ED-Dies                  PIC ZZ9.
         01 WS-DataAnulNum           PIC 9(8).
         01 WS-DataAnulNumR REDEFINES WS-DataAnulNum.
           02 WS-AnyAnulNum          PIC 9(4).
           02 WS-MesAnulNum          PIC 99.
           02 WS-DiaAnulNum          PIC 99.
         01 WS-DataNegoci            PIC 9(8).
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

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerReserves, CatalegViatges, FitxerAnulacions,
                 FitxerPromocions.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           IF WS-RolSessioConsulta
             DISPLAY "ERROR!!! NO te permisos per Rehabilitar Reserves"
               BEEP LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           IF WS-RolSessioAdministrador
             MOVE WS-NomUsuariSessio TO WS-Autoritzador
           ELSE
             CALL "VALADMIN.COB" USING WS-ResultatValidacio
               WS-NomAdministrador
             CANCEL "VALADMIN.COB"
             IF WS-ResultatValidacio NOT EQUAL "OK"
               DISPLAY "ERROR!!! Cal l'autoritzacio d'un supervisor"
                 BEEP LINE 11 POSITION 10 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE"
               ACCEPT Tecla NO BEEP
               EXIT PROGRAM
             END-IF
             MOVE WS-NomAdministrador TO WS-Autoritzador
           END-IF.
           OPEN I-O FitxerReserves.
           IF EstatFitxerReserves NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Reserves NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           OPEN I-O FitxerAnulacions.
           IF EstatFitxerAnulacions NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Anul-lacions NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           OPEN INPUT CatalegViatges.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 2 0 23 80" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "REHABILITACIO D'UNA RESERVA ANUL-LADA" LINE 2
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Numero d'anul-lacio: " LINE 4 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-NumeroAnulCerca LINE 4 POSITION 27 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, PROMPT" NO BEEP.
           MOVE WS-NumeroAnulCerca TO NumeroAnulacio.
           READ FitxerAnulacions.
           IF EstatFitxerAnulacions NOT EQUAL "00"
             DISPLAY "ERROR!!! Anul-lacio NO existeix" BEEP LINE 11
               POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           IF AnulacioRehabilitada
             DISPLAY "ERROR!!! L'anul-lacio ja s'ha rehabilitat el"
               BEEP LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY DataRehabilitacio LINE 11 POSITION 56
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           IF NumeroReservaAnulada EQUAL 0
             DISPLAY "ERROR!!! L'anul-lacio no indica la reserva" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           PERFORM MostrarAnulacio.
           PERFORM ComprovarTermini.
           IF WS-DataNegoci > DF-DataResultat
             DISPLAY "ERROR!!! Fora del termini de rehabilitacio de"
               BEEP LINE 20 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             MOVE WS-DiesRehabilitacio TO ED-Dies
             DISPLAY ED-Dies LINE 20 POSITION 51
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "dies" LINE 20 POSITION 55
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           MOVE NumeroReservaAnulada TO NumeroReserva.
           MOVE NumeroReservaAnulada TO WS-NumeroReservaRehab.
           READ FitxerReserves.
           IF EstatFitxerReserves EQUAL "00"
             DISPLAY "ERROR!!! El numero de reserva ja esta en us"
               BEEP LINE 20 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             MOVE 0 TO WS-NumeroReservaRehab
             PERFORM Sortir
           END-IF.
           PERFORM CercarImatgeDiari.
           IF WS-ImatgeTrobada NOT EQUAL "S"
             DISPLAY "ERROR!!! La reserva NO es troba al diari"
               BEEP LINE 20 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             MOVE 0 TO WS-NumeroReservaRehab
             PERFORM Sortir
           END-IF.
           MOVE WS-ImatgeReserva TO Reserva.
           PERFORM AdquirirBloqueigReserva.
           IF WS-ResultatBloq EQUAL "NO"
             DISPLAY "AVIS: Reserva en us per " BEEP LINE 20
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY WS-UsuariEnUs LINE 20 POSITION 30
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             MOVE 0 TO WS-NumeroReservaRehab
             PERFORM Sortir
           END-IF.
           PERFORM ComprovarSortidaRealitzada.
           IF ST-DataSortida NOT EQUAL 0 AND
              ST-DataSortida <= WS-DataNegoci
             DISPLAY "ERROR!!! La sortida ja s'ha realitzat" BEEP
               LINE 20 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           PERFORM ComprovarSortidaTancada.
           IF ST-SortidaTancada
             PERFORM Sortir
           END-IF.
           DISPLAY "Rehabilitar la reserva (S/N)? " LINE 16
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE "N" TO Segur.
           ACCEPT Segur LINE 16 POSITION 36 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF Segur NOT EQUAL "S"
             PERFORM Sortir
           END-IF.
           MOVE WS-ImatgeReserva TO Reserva.
           MOVE CodiViatgeReservat TO CodiViatge.
           PERFORM ComprovarContingent.
           IF WS-ContingentLliure NOT EQUAL "S"
             DISPLAY "ERROR!!! Ja NO queden places al contingent;"
               BEEP LINE 20 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "NO es pot rehabilitar" LINE 20 POSITION 50
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           PERFORM OcuparHabitacions.
           IF WS-ResultatHab EQUAL "NO"
             DISPLAY "ERROR!!! Ja NO queden habitacions " BEEP
               LINE 20 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY WS-TipusHabRes LINE 20 POSITION 40
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "; NO es pot rehabilitar" LINE 20 POSITION 43
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           COMPUTE WS-PlacesAjust = 0 - PlacesReservades.
           CALL "AJUSPLAC.COB" USING CodiViatge DiaSortida
             WS-PlacesAjust WS-ResultatAjust WS-UsuariEnUs.
           CANCEL "AJUSPLAC.COB".
           IF WS-ResultatAjust NOT EQUAL "OK"
             IF WS-ResultatAjust EQUAL "EU"
               DISPLAY "AVIS: Sortida en us per " BEEP LINE 20
                 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY WS-UsuariEnUs LINE 20 POSITION 30
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ELSE
               DISPLAY "ERROR!!! Ja NO queden places a la sortida;"
                 BEEP LINE 20 POSITION 5 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY "NO es pot rehabilitar" LINE 20 POSITION 49
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             END-IF
             ACCEPT Tecla NO BEEP
             PERFORM AlliberarHabitacions
             PERFORM Sortir
           END-IF.
           PERFORM RevertirRetorn.
           MOVE 0 TO NumeroFacturaReserva.
           MOVE SPACE TO CanviDataPendent.
           WRITE Reserva.
           IF EstatFitxerReserves NOT EQUAL "00"
             DISPLAY "ERROR!!! La Reserva NO s'ha pogut grabar" BEEP
               LINE 20 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             MOVE PlacesReservades TO WS-PlacesAjust
             CALL "AJUSPLAC.COB" USING CodiViatge DiaSortida
               WS-PlacesAjust WS-ResultatAjust WS-UsuariEnUs
             CANCEL "AJUSPLAC.COB"
             PERFORM AlliberarHabitacions
             PERFORM Sortir
           END-IF.
           PERFORM RegistrarPromocio.
           PERFORM GravarHabitacions.
           PERFORM MarcarAnulacioRehabilitada.
           PERFORM OcuparContingent.
           PERFORM RecuperarPunts.
           PERFORM RecuperarExposicioEmpresa.
           PERFORM RegistrarNotificacio.
           MOVE "RESERVES" TO DI-Fitxer.
           MOVE "WR" TO DI-Operacio.
           MOVE SPACES TO DI-ImatgeAbans.
           MOVE Reserva TO DI-ImatgeDespres.
           PERFORM RegistrarDiari.
           MOVE "RESERVES" TO AD-Fitxer.
           MOVE SPACES TO AD-Clau.
           MOVE NumeroReserva TO AD-Clau.
           MOVE SPACES TO AD-ValorsAbans.
           STRING "ANULACIO=" DELIMITED BY SIZE NumeroAnulacio
             DELIMITED BY SIZE " " DELIMITED BY SIZE DataAnulacio
             DELIMITED BY SIZE INTO AD-ValorsAbans.
           MOVE SPACES TO AD-ValorsDespres.
           STRING "RESERVA REHABILITADA AUT=" DELIMITED BY SIZE
             WS-Autoritzador DELIMITED BY SIZE INTO AD-ValorsDespres.
           PERFORM RegistrarAuditoriaDades.
           MOVE NumeroReserva TO WS-ReservaAnota.
           MOVE "S" TO WS-ModeAnota.
           MOVE SPACES TO WS-TextAnota.
           STRING "RESERVA REHABILITADA. ANUL-LACIO " DELIMITED BY
             SIZE NumeroAnulacio DELIMITED BY SIZE INTO WS-TextAnota.
           CALL "ANOTA.COB" USING WS-ReservaAnota WS-ModeAnota
             WS-TextAnota.
           CANCEL "ANOTA.COB".
           DISPLAY "Reserva REHABILITADA Satisfactoriament" LINE 18
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF WS-RetornRevertit EQUAL "S"
             DISPLAY "Retorn pendent ANUL-LAT" LINE 19 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           IF WS-RetornJaPagat > 0
             MOVE WS-RetornJaPagat TO ED-Import
             DISPLAY "Retorn ja pagat al client; import pendent +"
               LINE 19 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Import LINE 19 POSITION 49
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           DISPLAY "Cal revisar la factura de la reserva"
             LINE 21 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Tecla NO BEEP.
           PERFORM Sortir.

        MostrarAnulacio.
           DISPLAY "Reserva: " LINE 6 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY NumeroReservaAnulada LINE 6 POSITION 20
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Client: " LINE 7 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DniAnulat LINE 7 POSITION 20
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Viatge: " LINE 8 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY CodiViatgeAnulat LINE 8 POSITION 20
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DiaSortidaAnulada LINE 8 POSITION 27
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE PlacesAnulades TO ED-Places.
           DISPLAY "Places: " LINE 9 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Places LINE 9 POSITION 20
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE ImportAnulat TO ED-Import.
           DISPLAY "Import: " LINE 10 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 10 POSITION 20
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Anul-lada el: " LINE 11 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DataAnulacio LINE 11 POSITION 20
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY OperadorAnulacio LINE 11 POSITION 32
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Motiu: " LINE 12 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY MotiuAnulacio LINE 12 POSITION 20
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE ImportRetorn TO ED-Import.
           DISPLAY "Retorn: " LINE 13 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 13 POSITION 20
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF RetornPendent
             DISPLAY "PENDENT" LINE 13 POSITION 29
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           ELSE
             DISPLAY "PAGAT" LINE 13 POSITION 29
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.

        ComprovarTermini.
           MOVE "DIESREHABIL " TO WS-ClauParam.
           CALL "LLEGPARA.COB" USING WS-ClauParam WS-ValorParam
             WS-ResultatParam.
           CANCEL "LLEGPARA.COB".
           IF WS-ResultatParam EQUAL "OK" AND
              WS-ValorParam(1:3) NUMERIC
             MOVE WS-ValorParam(1:3) TO WS-DiesRehabilitacio
           ELSE
             MOVE 7 TO WS-DiesRehabilitacio
           END-IF.
           UNSTRING DataAnulacio DELIMITED BY "/" INTO WS-DiaAnul
             WS-MesAnul WS-AnyAnul.
           MOVE WS-AnyAnul TO WS-AnyAnulNum.
           MOVE WS-MesAnul TO WS-MesAnulNum.
           MOVE WS-DiaAnul TO WS-DiaAnulNum.
           MOVE "N" TO DF-Operacio.
           MOVE OficinaAnulacio TO DF-Oficina.
           MOVE WS-DataAnulNum TO DF-DataInici.
           MOVE WS-DiesRehabilitacio TO DF-Dies.
           CALL "DIESFEIN.COB" USING PeticioDiesFeiners.
           CANCEL "DIESFEIN.COB".
           CALL "DATANEGO.COB" USING WS-DataNegoci.
           CANCEL "DATANEGO.COB".

        CercarImatgeDiari.
           MOVE "N" TO WS-ImatgeTrobada.
           OPEN INPUT FitxerDiari.
           IF EstatFitxerDiari NOT EQUAL "00"
             EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO FiDiari.
           PERFORM LlegirLiniaDiari UNTIL FiDiari = "S".
           CLOSE FitxerDiari.

        LlegirLiniaDiari.
           READ FitxerDiari, AT END MOVE "S" TO FiDiari.
           IF FiDiari EQUAL "S"
             EXIT PARAGRAPH
           END-IF.
           IF DI-Fitxer EQUAL "RESERVES" AND DiariBaixa
             MOVE DI-ImatgeAbans TO Reserva
             IF NumeroReserva EQUAL WS-NumeroReservaRehab AND
                DniReserva EQUAL DniAnulat AND
                CodiViatgeReservat EQUAL CodiViatgeAnulat
               MOVE DI-ImatgeAbans TO WS-ImatgeReserva
               MOVE "S" TO WS-ImatgeTrobada
             END-IF
           END-IF.

        ComprovarSortidaRealitzada.
           MOVE "D" TO ST-Operacio.
           MOVE CodiViatgeReservat TO ST-CodiViatge.
           MOVE DiaSortida TO ST-DiaSortida.
           MOVE DataReserva TO ST-DataReserva.
           CALL "COMPTANC.COB" USING PeticioSortidaTancada.
           CANCEL "COMPTANC.COB".

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
             STRING "OVERRIDE=REHABILITACIO AUT=" DELIMITED BY SIZE
               ST-Administrador DELIMITED BY SIZE INTO
               AD-ValorsDespres
             PERFORM RegistrarAuditoriaDades
           END-IF.

        RevertirRetorn.
           MOVE RegistreAnulacio TO RD-ImatgeAbans.
           MOVE "RW" TO RD-Operacio.
           MOVE "N" TO WS-RetornRevertit.
           MOVE 0 TO WS-RetornJaPagat.
           IF RetornPendent
             MOVE "X" TO EstatRetorn
             MOVE "S" TO WS-RetornRevertit
           ELSE
             IF ImportRetorn > 0
               MOVE ImportRetorn TO WS-RetornJaPagat
               IF ImportRetorn > ImportPagat
                 MOVE 0 TO ImportPagat
               ELSE
                 SUBTRACT ImportRetorn FROM ImportPagat
               END-IF
             END-IF
           END-IF.

        MarcarAnulacioRehabilitada.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           MOVE SPACES TO WS-DataAvui.
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnySistema DELIMITED BY SIZE INTO WS-DataAvui.
           MOVE "R" TO EstatRehabilitacio.
           MOVE WS-DataAvui TO DataRehabilitacio.
           MOVE WS-Autoritzador TO OperadorRehabilitacio.
           REWRITE RegistreAnulacio.
           PERFORM DiariAnulacio.

        RegistrarPromocio.
           MOVE "L" TO WS-OperacioDetall.
           CALL "DETPREU.COB" USING WS-OperacioDetall NumeroReserva
             PeticioCalculPreu DetallPreuReserva.
           CANCEL "DETPREU.COB".
           MOVE SPACES TO WS-CodiPromoRehab.
           MOVE 0 TO WS-PercentPromoRehab.
           MOVE 0 TO WS-ImportPromoRehab.
           PERFORM CercarLiniaPromocio VARYING WS-IndexDetall FROM 1
             BY 1 UNTIL WS-IndexDetall > DP-NumLinies.
           IF WS-CodiPromoRehab NOT EQUAL SPACES
             PERFORM LlegirPercentPromocio
             CALL "REGPROMO.COB" USING NumeroReserva
               WS-CodiPromoRehab WS-PercentPromoRehab
               PlacesReservades WS-ImportPromoRehab DataReserva
             CANCEL "REGPROMO.COB"
           END-IF.

        CercarLiniaPromocio.
           IF DP-TipusLinia(WS-IndexDetall) EQUAL "PR"
             MOVE DP-DescripcioLinia(WS-IndexDetall)(10:4) TO
               WS-CodiPromoRehab
             COMPUTE WS-ImportPromoRehab = 0 -
               DP-ImportLinia(WS-IndexDetall)
           END-IF.

        LlegirPercentPromocio.
           OPEN INPUT FitxerPromocions.
           IF EstatFitxerPromocions EQUAL "00"
             MOVE WS-CodiPromoRehab TO CodiPromocio
             READ FitxerPromocions
             IF EstatFitxerPromocions EQUAL "00"
               MOVE PercentPromocio TO WS-PercentPromoRehab
             END-IF
             CLOSE FitxerPromocions
           END-IF.

        OcuparContingent.
           OPEN I-O FitxerContingents.
           IF EstatFitxerContingents NOT EQUAL "00"
             CLOSE FitxerContingents
           ELSE
             PERFORM SituarContingent
             IF WS-ContingentTrobat EQUAL "S"
               ADD PlacesReservades TO PlacesOcupadesContingent
               REWRITE RegistreContingent
             END-IF
             CLOSE FitxerContingents
           END-IF.

        ComprovarContingent.
           MOVE "S" TO WS-ContingentLliure.
           OPEN INPUT FitxerContingents.
           IF EstatFitxerContingents NOT EQUAL "00"
             CLOSE FitxerContingents
           ELSE
             PERFORM SituarContingent
             IF WS-ContingentTrobat EQUAL "S"
               IF PlacesOcupadesContingent + PlacesReservades >
                  PlacesContractades
                 MOVE "N" TO WS-ContingentLliure
               END-IF
             END-IF
             CLOSE FitxerContingents
           END-IF.

        SituarContingent.
           MOVE "N" TO WS-ContingentTrobat.
           MOVE CodiViatgeReservat TO CodiViatgeContingent.
           MOVE DiaSortida TO DataSortidaContingent.
           MOVE SPACES TO CodiHotelContingent.
           START FitxerContingents KEY IS NOT LESS THAN
             ClauContingent.
           IF EstatFitxerContingents EQUAL "00"
             READ FitxerContingents NEXT RECORD
             IF EstatFitxerContingents EQUAL "00" AND
                CodiViatgeContingent EQUAL CodiViatgeReservat AND
                DataSortidaContingent EQUAL DiaSortida
               MOVE "S" TO WS-ContingentTrobat
             END-IF
           END-IF.

        OcuparHabitacions.
           MOVE "N" TO WS-HabitacionsOcupades.
           MOVE SPACES TO WS-HotelHabRes.
           MOVE SPACES TO WS-TipusHabRes.
           MOVE 0 TO WS-NumHabRes.
           MOVE "R" TO WS-OperacioHab.
           CALL "HABCONTI.COB" USING WS-OperacioHab NumeroReserva
             CodiViatgeReservat DiaSortida WS-HotelHabRes
             WS-TipusHabRes WS-NumHabRes WS-LliuresHab WS-ResultatHab.
           CANCEL "HABCONTI.COB".
           IF WS-ResultatHab EQUAL "OK" AND WS-NumHabRes > 0
             MOVE "O" TO WS-OperacioHab
             CALL "HABCONTI.COB" USING WS-OperacioHab NumeroReserva
               CodiViatgeReservat DiaSortida WS-HotelHabRes
               WS-TipusHabRes WS-NumHabRes WS-LliuresHab
               WS-ResultatHab
             CANCEL "HABCONTI.COB"
             IF WS-ResultatHab EQUAL "OK"
               MOVE "S" TO WS-HabitacionsOcupades
             END-IF
           END-IF.

        GravarHabitacions.
           IF WS-HabitacionsOcupades EQUAL "S"
             MOVE "G" TO WS-OperacioHab
             CALL "HABCONTI.COB" USING WS-OperacioHab NumeroReserva
               CodiViatgeReservat DiaSortida WS-HotelHabRes
               WS-TipusHabRes WS-NumHabRes WS-LliuresHab
               WS-ResultatHab
             CANCEL "HABCONTI.COB"
           END-IF.

        AlliberarHabitacions.
           IF WS-HabitacionsOcupades EQUAL "S"
             MOVE "L" TO WS-OperacioHab
             CALL "HABCONTI.COB" USING WS-OperacioHab NumeroReserva
               CodiViatgeReservat DiaSortida WS-HotelHabRes
               WS-TipusHabRes WS-NumHabRes WS-LliuresHab
               WS-ResultatHab
             CANCEL "HABCONTI.COB"
             MOVE "N" TO WS-HabitacionsOcupades
           END-IF.

        RecuperarPunts.
           IF PuntsGenerats EQUAL 0 AND PuntsRedimits EQUAL 0
             EXIT PARAGRAPH
           END-IF.
           OPEN I-O FitxerPunts.
           IF EstatFitxerPunts NOT EQUAL "00"
             OPEN OUTPUT FitxerPunts
             CLOSE FitxerPunts
             OPEN I-O FitxerPunts
           END-IF.
           MOVE DniReserva TO DniPunts.
           READ FitxerPunts.
           IF EstatFitxerPunts EQUAL "00"
             ADD PuntsGenerats TO SaldoPunts
             ADD PuntsGenerats TO PuntsAcumulatsTotal
             IF PuntsRedimits > SaldoPunts
               MOVE 0 TO SaldoPunts
             ELSE
               SUBTRACT PuntsRedimits FROM SaldoPunts
             END-IF
             MOVE WS-DataAvui TO DataUltimMoviment
             REWRITE RegistrePunts
           END-IF.
           CLOSE FitxerPunts.

        RecuperarExposicioEmpresa.
           OPEN INPUT FitxerClients.
           IF EstatFitxerClients EQUAL "00"
             MOVE DniReserva TO Dni
             READ FitxerClients
             IF EstatFitxerClients EQUAL "00" AND ClientEmpresa
               OPEN I-O FitxerCreditEmpreses
               IF EstatFitxerCreditEmpreses EQUAL "00"
                 MOVE DniReserva TO DniEmpresa
                 READ FitxerCreditEmpreses
                 IF EstatFitxerCreditEmpreses EQUAL "00"
                   COMPUTE WS-ExposicioRecuperar =
                     PreuTotalReserva - ImportPagat
                   IF WS-ExposicioRecuperar > 0
                     ADD WS-ExposicioRecuperar TO ExposicioActual
                     REWRITE RegistreCreditEmpresa
                   END-IF
                 END-IF
                 CLOSE FitxerCreditEmpreses
               END-IF
             END-IF
             CLOSE FitxerClients
           END-IF.

        RegistrarNotificacio.
           OPEN I-O FitxerNotificacions.
           IF EstatFitxerNotificacions NOT EQUAL "00"
             OPEN OUTPUT FitxerNotificacions
             CLOSE FitxerNotificacions
             OPEN I-O FitxerNotificacions
           END-IF.
           MOVE DniReserva TO DniNotificat.
           MOVE CodiViatgeReservat TO CodiViatgeNotificat.
           MOVE "REHA" TO TipusNotificacio.
           MOVE WS-DataAvui TO DataGeneracio.
           MOVE "P" TO EstatNotificacio.
           PERFORM ObtenirNumeroNotificacio.
           WRITE RegistreNotificacio.
           IF EstatFitxerNotificacions NOT EQUAL "00"
             DISPLAY "ERROR!!! La Notificacio NO s'ha pogut grabar"
               BEEP LINE 21 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
           END-IF.
           CLOSE FitxerNotificacions.

        ObtenirNumeroNotificacio.
           OPEN I-O FitxerNumNotificacions.
           IF EstatFitxerNumNotificacions NOT EQUAL "00"
             OPEN OUTPUT FitxerNumNotificacions
             CLOSE FitxerNumNotificacions
             OPEN I-O FitxerNumNotificacions
           END-IF.
           MOVE "NUMNOTI " TO ClauNumNotificacions.
           READ FitxerNumNotificacions
             INVALID KEY MOVE 0 TO UltimNumeroNotificacio
           END-READ.
           ADD 1 TO UltimNumeroNotificacio.
           IF EstatFitxerNumNotificacions EQUAL "00"
             REWRITE RegistreNumNotificacions
           ELSE
             WRITE RegistreNumNotificacions
           END-IF.
           MOVE UltimNumeroNotificacio TO NumeroNotificacio.
           CLOSE FitxerNumNotificacions.

        AdquirirBloqueigReserva.
           MOVE "A" TO WS-AccioBloq.
           MOVE "RESERVES" TO WS-FitxerBloq.
           MOVE SPACES TO WS-ClauBloq.
           MOVE WS-NumeroReservaRehab TO WS-ClauBloq.
           CALL "BLOQUEJA.COB" USING WS-AccioBloq WS-FitxerBloq
             WS-ClauBloq WS-ResultatBloq WS-UsuariEnUs.
           CANCEL "BLOQUEJA.COB".

        AlliberarBloqueigReserva.
           MOVE "D" TO WS-AccioBloq.
           MOVE "RESERVES" TO WS-FitxerBloq.
           MOVE SPACES TO WS-ClauBloq.
           MOVE WS-NumeroReservaRehab TO WS-ClauBloq.
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

        DiariAnulacio.
           IF EstatFitxerAnulacions EQUAL "00"
             MOVE "ANULACIO" TO RD-Fitxer
             MOVE RegistreAnulacio TO RD-ImatgeDespres
             CALL "REGDIARI.COB" USING PeticioDiari
             CANCEL "REGDIARI.COB"
           END-IF.

        Sortir.
           IF WS-NumeroReservaRehab NOT EQUAL 0
             PERFORM AlliberarBloqueigReserva
           END-IF.
           CLOSE FitxerReserves.
           CLOSE FitxerAnulacions.
           CLOSE CatalegViatges.
           EXIT PROGRAM.
