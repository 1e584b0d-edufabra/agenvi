       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulCessioReserves.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FRESER.CPY.
            COPY S-FCATVI.CPY.
            COPY S-FCLIEN.CPY.
            COPY S-FDIARI.CPY.
            COPY S-FAUDDA.CPY.
            COPY S-FPUNTS.CPY.
            COPY S-FDOCVI.CPY.
            COPY S-FREQUI.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-RESER.CPY.
          COPY FD-CATVI.CPY.
          COPY FD-CLIEN.CPY.
          COPY FD-DIARI.CPY.
          COPY FD-AUDDA.CPY.
          COPY FD-PUNTS.CPY.
          COPY FD-DOCVI.CPY.
          COPY FD-REQUI.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerClients       PIC XX VALUE "00".
         77 EstatFitxerDiari         PIC XX VALUE "00".
         77 EstatFitxerAuditoriaDades PIC XX VALUE "00".
         77 EstatFitxerPunts         PIC XX VALUE "00".
         77 EstatFitxerDocumentsViatge PIC XX VALUE "00".
         77 EstatFitxerRequisits     PIC XX VALUE "00".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         COPY SESSIO-W.CPY.
         COPY SELRES-W.CPY.
         COPY SORTTANC.CPY.
         COPY PREUCALC.CPY.
         COPY DETPREU-W.CPY.
         COPY DESPMODI.CPY.
         77 WS-NumeroReservaCerca    PIC 9(7) VALUE 0.
         77 WS-NumeroReservaCessio   PIC 9(7) VALUE 0.
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
         77 WS-PreuAntic             PIC 9(7) VALUE 0.
         77 WS-FacturaRect           PIC 9(7) VALUE 0.
         77 WS-ReservaRect           PIC 9(7) VALUE 0.
         77 WS-ImportAnteriorRect    PIC 9(7) VALUE 0.
         77 WS-ImportNouRect         PIC 9(7) VALUE 0.
         77 WS-TipusRect             PIC X VALUE SPACE.
         77 WS-ResultatRect          PIC XX VALUE SPACES.
         77 WS-DniTitularAntic       PIC X(9) VALUE SPACES.
         77 WS-DniTitularNou         PIC X(9) VALUE SPACES.
         77 WS-TitularCanviat        PIC X VALUE "N".
         01 WS-TaulaAcompanyants.
           02 WS-AcompanyantCessio OCCURS 9 TIMES.
             03 WS-DniAcompAntic     PIC X(9).
             03 WS-DniAcompNou       PIC X(9).
             03 WS-NomAcompNou       PIC X(30).
             03 WS-AcompCanviat      PIC X.
         77 WS-IndexAcomp            PIC 99 VALUE 0.
         77 WS-IndexRep              PIC 99 VALUE 0.
         77 WS-SlotActual            PIC 99 VALUE 0.
         77 WS-Fila                  PIC 99 VALUE 0.
         77 WS-NumCanvis             PIC 99 VALUE 0.
         77 WS-DniEntrat             PIC X(9) VALUE SPACES.
         77 WS-DniOK                 PIC X VALUE "N".
         77 WS-DniRepetit            PIC X VALUE "N".
         77 WS-NomNou                PIC X(30) VALUE SPACES.
         77 WS-DniValidar            PIC X(9) VALUE SPACES.
         77 WS-ResultatValDni        PIC XX VALUE "OK".
         77 WS-MissatgeError         PIC X(50) VALUE SPACES.
         77 WS-Confirmar             PIC X VALUE "N".
         77 WS-SortidaPassada        PIC X VALUE "N".
         77 WS-NumDnisNous           PIC 99 VALUE 0.
         01 WS-TaulaDnisNous.
           02 WS-DniNouSolap OCCURS 10 TIMES PIC X(9).
         77 WS-IndexDniNou           PIC 99 VALUE 0.
         77 WS-DniCoincident         PIC X VALUE "N".
         77 WS-SolapamentTrobat      PIC X VALUE "N".
         77 WS-SolapAutoritzat       PIC X VALUE "N".
         77 WS-ReservaSolapada       PIC 9(7) VALUE 0.
         77 WS-DniSolapat            PIC X(9) VALUE SPACES.
         77 FiScanSolap              PIC X VALUE "N".
         77 WS-DiaNou                PIC 99 VALUE 0.
         77 WS-MesNouTxt             PIC X(3) VALUE SPACES.
         77 WS-MesNouNum             PIC 99 VALUE 0.
         77 WS-DuracioNova           PIC 9(3) VALUE 0.
         77 WS-IniciNou              PIC S9(4) VALUE 0.
         77 WS-FiNou                 PIC S9(4) VALUE 0.
         77 WS-DiaVell               PIC 99 VALUE 0.
         77 WS-MesVellTxt            PIC X(3) VALUE SPACES.
         77 WS-MesVellNum            PIC 99 VALUE 0.
         77 WS-DuracioVella          PIC 9(3) VALUE 0.
         77 WS-IniciVell             PIC S9(4) VALUE 0.
         77 WS-FiVell                PIC S9(4) VALUE 0.
         77 WS-CompMes               PIC 99 VALUE 0.
         77 WS-DniDocumentar         PIC X(9) VALUE SPACES.
         77 WS-OperacioXifrat        PIC X VALUE SPACE.
         77 WS-DocumentEntrada       PIC X(24) VALUE SPACES.
         77 WS-DocumentSortida       PIC X(24) VALUE SPACES.
         77 WS-RequisitTrobat        PIC X VALUE "N".
         77 WS-DataAvui              PIC X(10) VALUE SPACES.
         77 ED-IndexAcomp            PIC 9.
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
             DISPLAY "Numero de Reserva a cedir: " LINE 2
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-NumeroReservaCerca LINE 2 POSITION 33
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
           PERFORM AdquirirBloqueigReserva.
           IF WS-ResultatBloq EQUAL "NO"
             DISPLAY "AVIS: Reserva en us per " BEEP LINE 11
               POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY WS-UsuariEnUs LINE 11 POSITION 35
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           PERFORM ComprovarSortidaRealitzada.
           IF WS-SortidaPassada EQUAL "S"
             DISPLAY "ERROR!!! La sortida ja s'ha realitzat" BEEP
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
           MOVE NumeroReserva TO WS-NumeroReservaCessio.
           MOVE DniReserva TO WS-DniTitularAntic.
           MOVE DniReserva TO WS-DniTitularNou.
           MOVE "N" TO WS-TitularCanviat.
           PERFORM GuardarAcompanyant VARYING WS-IndexAcomp FROM 1
             BY 1 UNTIL WS-IndexAcomp > 9.
           MOVE 0 TO WS-NumCanvis.
           PERFORM MostrarReserva.
           MOVE 0 TO WS-SlotActual.
           MOVE "N" TO WS-DniOK.
           PERFORM DemanarNouTitular UNTIL WS-DniOK = "S".
           PERFORM CanviarAcompanyant VARYING WS-IndexAcomp FROM 1
             BY 1 UNTIL WS-IndexAcomp > 9.
           IF WS-NumCanvis EQUAL 0
             DISPLAY "Cap canvi de titular ni d'acompanyants" LINE 14
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           DISPLAY "Confirmar la cessio de la reserva (S/N)? " LINE 14
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE "N" TO WS-Confirmar.
           ACCEPT WS-Confirmar LINE 14 POSITION 47 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF WS-Confirmar NOT EQUAL "S"
             PERFORM Sortir
           END-IF.
           PERFORM ComprovarSolapaments.
           MOVE WS-NumeroReservaCessio TO NumeroReserva.
           READ FitxerReserves.
           MOVE CodiViatgeReservat TO CodiViatge.
           READ CatalegViatges.
           PERFORM AplicarNousDnis.
           IF Continent NOT EQUAL "EUROPA" AND Continent NOT EQUAL
               SPACES
             PERFORM CapturarDocumentsViatge
           END-IF.
           PERFORM InformarRequisits.
           MOVE PreuTotalReserva TO WS-PreuAntic.
           PERFORM AplicarDespesaCessio.
           REWRITE Reserva.
           IF EstatFitxerReserves NOT EQUAL "00"
             DISPLAY "ERROR!!! La Reserva NO s'ha pogut grabar" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           PERFORM AfegirLiniaDespesa.
           IF WS-TitularCanviat EQUAL "S" AND PuntsGenerats > 0
             PERFORM TraspassarPunts
           END-IF.
           IF NumeroFacturaReserva NOT EQUAL 0
             PERFORM RectificarFactura
           END-IF.
           PERFORM AnotarCessio.
           MOVE "RESERVES" TO DI-Fitxer.
           MOVE "RW" TO DI-Operacio.
           MOVE WS-ImatgeAbans TO DI-ImatgeAbans.
           MOVE Reserva TO DI-ImatgeDespres.
           PERFORM RegistrarDiari.
           IF WS-TitularCanviat EQUAL "S"
             PERFORM AuditarTitular
           END-IF.
           PERFORM AuditarAcompanyant VARYING WS-IndexAcomp FROM 1
             BY 1 UNTIL WS-IndexAcomp > 9.
           DISPLAY "Reserva CEDIDA conservant el numero, les places i"
             LINE 16 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "els pagaments" LINE 16 POSITION 56
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Preu total: " LINE 17 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY PreuTotalReserva LINE 17 POSITION 18
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Tecla NO BEEP.
           PERFORM Sortir.

        GuardarAcompanyant.
           MOVE DniAcompanyants (WS-IndexAcomp) TO
             WS-DniAcompAntic(WS-IndexAcomp).
           MOVE DniAcompanyants (WS-IndexAcomp) TO
             WS-DniAcompNou(WS-IndexAcomp).
           MOVE Acompanyants (WS-IndexAcomp) TO
             WS-NomAcompNou(WS-IndexAcomp).
           MOVE "N" TO WS-AcompCanviat(WS-IndexAcomp).

        MostrarReserva.
           DISPLAY "Viatge: " LINE 2 POSITION 45
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY CodiViatgeReservat LINE 2 POSITION 53
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DiaSortida LINE 2 POSITION 60
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Titular:" LINE 3 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY DniReserva LINE 3 POSITION 18
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE DniReserva TO Dni.
           READ FitxerClients.
           IF EstatFitxerClients EQUAL "00"
             MOVE SPACES TO WS-NomNou
             STRING Nom DELIMITED BY SPACE " " DELIMITED BY SIZE
               CNom1 DELIMITED BY SIZE INTO WS-NomNou
             DISPLAY WS-NomNou LINE 3 POSITION 28
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           DISPLAY "Nou: " LINE 3 POSITION 60
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           PERFORM MostrarAcompanyant VARYING WS-IndexAcomp FROM 1
             BY 1 UNTIL WS-IndexAcomp > 9.

        MostrarAcompanyant.
           IF WS-DniAcompAntic(WS-IndexAcomp) NOT EQUAL SPACES
             COMPUTE WS-Fila = WS-IndexAcomp + 3
             MOVE WS-IndexAcomp TO ED-IndexAcomp
             DISPLAY "Acomp." LINE WS-Fila POSITION 5
               CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
             DISPLAY ED-IndexAcomp LINE WS-Fila POSITION 12
               CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
             DISPLAY WS-DniAcompAntic(WS-IndexAcomp) LINE WS-Fila
               POSITION 18 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY WS-NomAcompNou(WS-IndexAcomp) LINE WS-Fila
               POSITION 28 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "Nou: " LINE WS-Fila POSITION 60
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.

        DemanarNouTitular.
           MOVE "S" TO WS-DniOK.
           MOVE SPACES TO WS-DniEntrat.
           ACCEPT WS-DniEntrat LINE 3 POSITION 65 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, PROMPT" NO BEEP.
           IF WS-DniEntrat EQUAL SPACES OR
              WS-DniEntrat EQUAL WS-DniTitularAntic
             EXIT PARAGRAPH
           END-IF.
           PERFORM ValidarDniNou.
           IF WS-DniOK EQUAL "S"
             MOVE WS-DniEntrat TO WS-DniTitularNou
             MOVE "S" TO WS-TitularCanviat
             ADD 1 TO WS-NumCanvis
           END-IF.

        CanviarAcompanyant.
           IF WS-DniAcompAntic(WS-IndexAcomp) NOT EQUAL SPACES
             COMPUTE WS-Fila = WS-IndexAcomp + 3
             MOVE WS-IndexAcomp TO WS-SlotActual
             MOVE "N" TO WS-DniOK
             PERFORM DemanarNouAcompanyant UNTIL WS-DniOK = "S"
           END-IF.

        DemanarNouAcompanyant.
           MOVE "S" TO WS-DniOK.
           MOVE SPACES TO WS-DniEntrat.
           ACCEPT WS-DniEntrat LINE WS-Fila POSITION 65 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, PROMPT" NO BEEP.
           IF WS-DniEntrat EQUAL SPACES OR
              WS-DniEntrat EQUAL WS-DniAcompAntic(WS-IndexAcomp)
             EXIT PARAGRAPH
           END-IF.
           PERFORM ValidarDniNou.
           IF WS-DniOK EQUAL "S"
             MOVE WS-DniEntrat TO WS-DniAcompNou(WS-IndexAcomp)
             MOVE WS-NomNou TO WS-NomAcompNou(WS-IndexAcomp)
             MOVE "S" TO WS-AcompCanviat(WS-IndexAcomp)
             ADD 1 TO WS-NumCanvis
           END-IF.

        ValidarDniNou.
           MOVE WS-DniEntrat TO WS-DniValidar.
           CALL "VALIDDNI.COB" USING WS-DniValidar
             WS-ResultatValDni.
           CANCEL "VALIDDNI.COB".
           IF WS-ResultatValDni NOT EQUAL "OK"
             MOVE "ERROR!!! LLETRA DEL DNI INCORRECTA" TO
               WS-MissatgeError
             PERFORM MostrarErrorDni
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-DniEntrat TO Dni.
           READ FitxerClients.
           IF EstatFitxerClients NOT EQUAL "00"
             MOVE "ERROR!!! CLIENT NO DONAT D'ALTA" TO
               WS-MissatgeError
             PERFORM MostrarErrorDni
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-NomNou.
           STRING Nom DELIMITED BY SPACE " " DELIMITED BY SIZE
             CNom1 DELIMITED BY SIZE INTO WS-NomNou.
           MOVE "N" TO WS-DniRepetit.
           IF WS-SlotActual NOT EQUAL 0 AND
              WS-DniTitularNou EQUAL WS-DniEntrat
             MOVE "S" TO WS-DniRepetit
           END-IF.
           PERFORM ComprovarDniRepetit VARYING WS-IndexRep FROM 1
             BY 1 UNTIL WS-IndexRep > 9.
           IF WS-DniRepetit EQUAL "S"
             MOVE "ERROR!!! Aquest DNI ja viatja en la reserva" TO
               WS-MissatgeError
             PERFORM MostrarErrorDni
           END-IF.

        ComprovarDniRepetit.
           IF WS-IndexRep NOT EQUAL WS-SlotActual AND
              WS-DniAcompNou(WS-IndexRep) EQUAL WS-DniEntrat
             MOVE "S" TO WS-DniRepetit
           END-IF.

        MostrarErrorDni.
           DISPLAY WS-MissatgeError BEEP LINE 20 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Tecla NO BEEP.
           DISPLAY SPACES LINE 20 POSITION 5.
           MOVE "N" TO WS-DniOK.

        AplicarNousDnis.
           IF WS-TitularCanviat EQUAL "S"
             MOVE WS-DniTitularNou TO DniReserva
           END-IF.
           PERFORM AplicarAcompanyant VARYING WS-IndexAcomp FROM 1
             BY 1 UNTIL WS-IndexAcomp > 9.
           IF WS-SolapAutoritzat EQUAL "S"
             MOVE "S" TO SolapamentAutoritzat
           END-IF.

        AplicarAcompanyant.
           IF WS-AcompCanviat(WS-IndexAcomp) EQUAL "S"
             MOVE WS-DniAcompNou(WS-IndexAcomp) TO
               DniAcompanyants (WS-IndexAcomp)
             MOVE WS-NomAcompNou(WS-IndexAcomp) TO
               Acompanyants (WS-IndexAcomp)
           END-IF.

        ComprovarSortidaRealitzada.
           MOVE "N" TO WS-SortidaPassada.
           MOVE "D" TO ST-Operacio.
           MOVE CodiViatgeReservat TO ST-CodiViatge.
           MOVE DiaSortida TO ST-DiaSortida.
           MOVE DataReserva TO ST-DataReserva.
           CALL "COMPTANC.COB" USING PeticioSortidaTancada.
           CANCEL "COMPTANC.COB".
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           IF ST-DataSortida NOT EQUAL 0 AND
              ST-DataSortida <= WS-DataSistema
             MOVE "S" TO WS-SortidaPassada
           END-IF.

        ComprovarSolapaments.
           MOVE "N" TO WS-SolapamentTrobat.
           MOVE "N" TO WS-SolapAutoritzat.
           MOVE 0 TO WS-NumDnisNous.
           IF WS-TitularCanviat EQUAL "S"
             ADD 1 TO WS-NumDnisNous
             MOVE WS-DniTitularNou TO WS-DniNouSolap(WS-NumDnisNous)
           END-IF.
           PERFORM AfegirDniControl VARYING WS-IndexAcomp FROM 1
             BY 1 UNTIL WS-IndexAcomp > 9.
           MOVE 0 TO WS-MesNouNum.
           UNSTRING DiaSortida DELIMITED BY SPACE INTO WS-DiaNou
             WS-MesNouTxt.
           PERFORM AdivinarMesNou VARYING WS-CompMes FROM 1 BY 1
             UNTIL WS-CompMes > 12.
           IF WS-MesNouNum EQUAL 0
             EXIT PARAGRAPH
           END-IF.
           MOVE DuracioViatge TO WS-DuracioNova.
           COMPUTE WS-IniciNou = DiesAcumulats(WS-MesNouNum) +
             WS-DiaNou.
           COMPUTE WS-FiNou = WS-IniciNou + WS-DuracioNova.
           MOVE 0 TO NumeroReserva.
           START FitxerReserves KEY IS GREATER THAN NumeroReserva.
           IF EstatFitxerReserves EQUAL "00"
             MOVE "N" TO FiScanSolap
             PERFORM RevisarReservaSolap UNTIL FiScanSolap = "S"
           END-IF.
           IF WS-SolapamentTrobat EQUAL "S"
             DISPLAY "AVIS: passatger amb reserva ferma solapada"
               BEEP LINE 21 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY WS-DniSolapat LINE 22 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "reserva " LINE 22 POSITION 16
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY WS-ReservaSolapada LINE 22 POSITION 25
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "Continuar igualment (S/N)? " LINE 22
               POSITION 35 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             MOVE "N" TO WS-Confirmar
             ACCEPT WS-Confirmar LINE 22 POSITION 63 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             DISPLAY SPACES LINE 21 POSITION 5
             DISPLAY SPACES LINE 22 POSITION 5
             IF WS-Confirmar EQUAL "S"
               MOVE "S" TO WS-SolapAutoritzat
             ELSE
               MOVE WS-NumeroReservaCessio TO NumeroReserva
               PERFORM Sortir
             END-IF
           END-IF.

        AfegirDniControl.
           IF WS-AcompCanviat(WS-IndexAcomp) EQUAL "S"
             ADD 1 TO WS-NumDnisNous
             MOVE WS-DniAcompNou(WS-IndexAcomp) TO
               WS-DniNouSolap(WS-NumDnisNous)
           END-IF.

        AdivinarMesNou.
           IF Mesos (WS-CompMes) = WS-MesNouTxt
             MOVE WS-CompMes TO WS-MesNouNum
           END-IF.

        RevisarReservaSolap.
           READ FitxerReserves NEXT RECORD, AT END MOVE "S" TO
             FiScanSolap.
           IF FiScanSolap NOT EQUAL "S"
             IF ReservaFerma AND
                NumeroReserva NOT EQUAL WS-NumeroReservaCessio
               MOVE "N" TO WS-DniCoincident
               PERFORM ComprovarDniSolap VARYING WS-IndexDniNou
                 FROM 1 BY 1 UNTIL WS-IndexDniNou > WS-NumDnisNous
               IF WS-DniCoincident EQUAL "S"
                 PERFORM ComprovarDatesSolap
               END-IF
             END-IF
           END-IF.

        ComprovarDniSolap.
           IF DniReserva EQUAL WS-DniNouSolap(WS-IndexDniNou)
             MOVE "S" TO WS-DniCoincident
             MOVE DniReserva TO WS-DniSolapat
           END-IF.
           PERFORM ComprovarDniAcompSolap VARYING WS-IndexAcomp
             FROM 1 BY 1 UNTIL WS-IndexAcomp > 9.

        ComprovarDniAcompSolap.
           IF DniAcompanyants (WS-IndexAcomp) NOT EQUAL SPACES AND
              DniAcompanyants (WS-IndexAcomp) EQUAL
              WS-DniNouSolap(WS-IndexDniNou)
             MOVE "S" TO WS-DniCoincident
             MOVE DniAcompanyants (WS-IndexAcomp) TO WS-DniSolapat
           END-IF.

        ComprovarDatesSolap.
           MOVE 0 TO WS-MesVellNum.
           UNSTRING DiaSortida DELIMITED BY SPACE INTO WS-DiaVell
             WS-MesVellTxt.
           PERFORM AdivinarMesVell VARYING WS-CompMes FROM 1 BY 1
             UNTIL WS-CompMes > 12.
           IF WS-MesVellNum > 0
             MOVE CodiViatgeReservat TO CodiViatge
             READ CatalegViatges
             IF EstatCatalegViatges EQUAL "00"
               MOVE DuracioViatge TO WS-DuracioVella
             ELSE
               MOVE 1 TO WS-DuracioVella
             END-IF
             COMPUTE WS-IniciVell = DiesAcumulats(WS-MesVellNum)
               + WS-DiaVell
             IF WS-IniciVell < (WS-IniciNou - 180)
               ADD 365 TO WS-IniciVell
             END-IF
             IF WS-IniciVell > (WS-IniciNou + 180)
               SUBTRACT 365 FROM WS-IniciVell
             END-IF
             COMPUTE WS-FiVell = WS-IniciVell + WS-DuracioVella
             IF WS-IniciVell <= WS-FiNou AND
                WS-IniciNou <= WS-FiVell
               MOVE "S" TO WS-SolapamentTrobat
               MOVE NumeroReserva TO WS-ReservaSolapada
             END-IF
           END-IF.

        AdivinarMesVell.
           IF Mesos (WS-CompMes) = WS-MesVellTxt
             MOVE WS-CompMes TO WS-MesVellNum
           END-IF.

        CapturarDocumentsViatge.
           OPEN I-O FitxerDocumentsViatge.
           IF EstatFitxerDocumentsViatge NOT EQUAL "00"
             OPEN OUTPUT FitxerDocumentsViatge
             CLOSE FitxerDocumentsViatge
             OPEN I-O FitxerDocumentsViatge
           END-IF.
           IF WS-TitularCanviat EQUAL "S"
             MOVE WS-DniTitularNou TO WS-DniDocumentar
             PERFORM CapturarUnDocument
           END-IF.
           PERFORM CapturarDocAcompanyant VARYING WS-IndexAcomp
             FROM 1 BY 1 UNTIL WS-IndexAcomp > 9.
           CLOSE FitxerDocumentsViatge.

        CapturarDocAcompanyant.
           IF WS-AcompCanviat(WS-IndexAcomp) EQUAL "S"
             MOVE WS-DniAcompNou(WS-IndexAcomp) TO WS-DniDocumentar
             PERFORM CapturarUnDocument
           END-IF.

        CapturarUnDocument.
           MOVE WS-DniDocumentar TO DniDocument.
           READ FitxerDocumentsViatge.
           IF EstatFitxerDocumentsViatge NOT EQUAL "00"
             MOVE "PAS" TO TipusDocument
             MOVE SPACES TO NumeroDocument
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
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Tipus (PAS/DNI): " LINE 21 POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TipusDocument LINE 21 POSITION 58 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           DISPLAY "Numero: " LINE 22 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT NumeroDocument LINE 22 POSITION 14 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           DISPLAY "Caducitat (DD/MM/AAAA): " LINE 22 POSITION 32
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT DataCaducitatDocument LINE 22 POSITION 57 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "Visat necessari (S/N): " LINE 23 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT VisatNecessari LINE 23 POSITION 29 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           DISPLAY "Obtingut (S/N): " LINE 23 POSITION 34
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT VisatObtingut LINE 23 POSITION 51 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           MOVE WS-DniDocumentar TO DniDocument.
           MOVE "X" TO WS-OperacioXifrat.
           PERFORM TractarNumeroDocument.
           MOVE "C" TO FormatDocument.
           IF EstatFitxerDocumentsViatge EQUAL "00"
             REWRITE RegistreDocumentViatge
           ELSE
             WRITE RegistreDocumentViatge
           END-IF.
           DISPLAY SPACES LINE 21 POSITION 5.
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

        InformarRequisits.
           MOVE "N" TO WS-RequisitTrobat.
           OPEN INPUT FitxerRequisits.
           IF EstatFitxerRequisits EQUAL "00"
             MOVE Paisos TO DestiRequisit
             READ FitxerRequisits
             IF EstatFitxerRequisits EQUAL "00"
               MOVE "S" TO WS-RequisitTrobat
             ELSE
               MOVE Continent TO DestiRequisit
               READ FitxerRequisits
               IF EstatFitxerRequisits EQUAL "00"
                 MOVE "S" TO WS-RequisitTrobat
               END-IF
             END-IF
             IF WS-RequisitTrobat EQUAL "S"
               DISPLAY "REQUISITS D'ENTRADA:" LINE 21 POSITION 5
                 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
               DISPLAY TextRequisit LINE 21 POSITION 26
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY "Visat: " LINE 22 POSITION 5
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY VisatRequerit LINE 22 POSITION 13
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY "Vacunes: " LINE 22 POSITION 16
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY TextVacunes LINE 22 POSITION 26
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY "Nou titular informat (S/N)? " LINE 23
                 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               MOVE SPACE TO RequisitsInformats
               ACCEPT RequisitsInformats LINE 23 POSITION 34
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
               DISPLAY SPACES LINE 21 POSITION 5
               DISPLAY SPACES LINE 22 POSITION 5
               DISPLAY SPACES LINE 23 POSITION 5
             END-IF
             CLOSE FitxerRequisits
           END-IF.

        AplicarDespesaCessio.
           MOVE "N" TO DM-TipusCanvi.
           MOVE NumeroReserva TO DM-NumeroReserva.
           MOVE CodiViatgeReservat TO DM-CodiViatge.
           MOVE DiaSortida TO DM-DiaSortida.
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

        TraspassarPunts.
           OPEN I-O FitxerPunts.
           IF EstatFitxerPunts NOT EQUAL "00"
             OPEN OUTPUT FitxerPunts
             CLOSE FitxerPunts
             OPEN I-O FitxerPunts
           END-IF.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           MOVE SPACES TO WS-DataAvui.
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnySistema DELIMITED BY SIZE INTO WS-DataAvui.
           MOVE WS-DniTitularAntic TO DniPunts.
           READ FitxerPunts.
           IF EstatFitxerPunts EQUAL "00"
             IF PuntsGenerats > SaldoPunts
               MOVE 0 TO SaldoPunts
             ELSE
               SUBTRACT PuntsGenerats FROM SaldoPunts
             END-IF
             IF PuntsGenerats > PuntsAcumulatsTotal
               MOVE 0 TO PuntsAcumulatsTotal
             ELSE
               SUBTRACT PuntsGenerats FROM PuntsAcumulatsTotal
             END-IF
             MOVE WS-DataAvui TO DataUltimMoviment
             REWRITE RegistrePunts
           END-IF.
           MOVE WS-DniTitularNou TO DniPunts.
           READ FitxerPunts.
           IF EstatFitxerPunts NOT EQUAL "00"
             MOVE WS-DniTitularNou TO DniPunts
             MOVE PuntsGenerats TO SaldoPunts
             MOVE PuntsGenerats TO PuntsAcumulatsTotal
             MOVE WS-DataAvui TO DataUltimMoviment
             WRITE RegistrePunts
           ELSE
             ADD PuntsGenerats TO SaldoPunts
             ADD PuntsGenerats TO PuntsAcumulatsTotal
             MOVE WS-DataAvui TO DataUltimMoviment
             REWRITE RegistrePunts
           END-IF.
           CLOSE FitxerPunts.

        RectificarFactura.
           MOVE NumeroFacturaReserva TO WS-FacturaRect.
           MOVE NumeroReserva TO WS-ReservaRect.
           MOVE WS-PreuAntic TO WS-ImportAnteriorRect.
           IF WS-TitularCanviat EQUAL "S"
             MOVE 0 TO WS-ImportNouRect
             MOVE "A" TO WS-TipusRect
           ELSE
             MOVE PreuTotalReserva TO WS-ImportNouRect
             MOVE "M" TO WS-TipusRect
           END-IF.
           IF WS-ImportNouRect EQUAL WS-ImportAnteriorRect
             EXIT PARAGRAPH
           END-IF.
           CALL "FACRECTI.COB" USING WS-FacturaRect WS-ReservaRect
             WS-ImportAnteriorRect WS-ImportNouRect WS-TipusRect
             WS-ResultatRect.
           CANCEL "FACRECTI.COB".
           IF WS-TitularCanviat EQUAL "S" AND
              WS-ResultatRect EQUAL "OK"
             MOVE 0 TO NumeroFacturaReserva
             REWRITE Reserva
             DISPLAY "Factura anul-lada: cal emetre-la al nou titular"
               LINE 18 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.

        AnotarCessio.
           MOVE NumeroReserva TO WS-ReservaAnota.
           MOVE "S" TO WS-ModeAnota.
           MOVE SPACES TO WS-TextAnota.
           IF WS-TitularCanviat EQUAL "S"
             STRING "CEDIDA PER " DELIMITED BY SIZE
               WS-DniTitularAntic DELIMITED BY SIZE " A " DELIMITED
               BY SIZE WS-DniTitularNou DELIMITED BY SIZE INTO
               WS-TextAnota
           ELSE
             MOVE "CESSIO DE PLACES D'ACOMPANYANTS" TO WS-TextAnota
           END-IF.
           CALL "ANOTA.COB" USING WS-ReservaAnota WS-ModeAnota
             WS-TextAnota.
           CANCEL "ANOTA.COB".

        AuditarTitular.
           MOVE "RESERVES" TO AD-Fitxer.
           MOVE SPACES TO AD-Clau.
           MOVE NumeroReserva TO AD-Clau.
           MOVE SPACES TO AD-ValorsAbans.
           STRING "TITULAR=" DELIMITED BY SIZE WS-DniTitularAntic
             DELIMITED BY SIZE " PREU=" DELIMITED BY SIZE
             WS-PreuAntic DELIMITED BY SIZE INTO AD-ValorsAbans.
           MOVE SPACES TO AD-ValorsDespres.
           STRING "CESSIO TITULAR=" DELIMITED BY SIZE
             WS-DniTitularNou DELIMITED BY SIZE " PREU=" DELIMITED
             BY SIZE PreuTotalReserva DELIMITED BY SIZE INTO
             AD-ValorsDespres.
           PERFORM RegistrarAuditoriaDades.

        AuditarAcompanyant.
           IF WS-AcompCanviat(WS-IndexAcomp) EQUAL "S"
             MOVE WS-IndexAcomp TO ED-IndexAcomp
             MOVE "RESERVES" TO AD-Fitxer
             MOVE SPACES TO AD-Clau
             MOVE NumeroReserva TO AD-Clau
             MOVE SPACES TO AD-ValorsAbans
             STRING "ACOMP" DELIMITED BY SIZE ED-IndexAcomp
               DELIMITED BY SIZE "=" DELIMITED BY SIZE
               WS-DniAcompAntic(WS-IndexAcomp) DELIMITED BY SIZE
               INTO AD-ValorsAbans
             MOVE SPACES TO AD-ValorsDespres
             STRING "CESSIO ACOMP" DELIMITED BY SIZE ED-IndexAcomp
               DELIMITED BY SIZE "=" DELIMITED BY SIZE
               WS-DniAcompNou(WS-IndexAcomp) DELIMITED BY SIZE
               INTO AD-ValorsDespres
             PERFORM RegistrarAuditoriaDades
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
             STRING "OVERRIDE=CESSIO AUT=" DELIMITED BY SIZE
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
           PERFORM AlliberarBloqueigReserva.
           CLOSE FitxerReserves.
           CLOSE CatalegViatges.
           CLOSE FitxerClients.
           EXIT PROGRAM.
