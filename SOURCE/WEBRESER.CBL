       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulReservesWeb.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FRESER.CPY.
            COPY S-FCLIEN.CPY.
            COPY S-FCATVI.CPY.
            COPY S-FLLIST.CPY.
            COPY S-FNOTIF.CPY.
            COPY S-FNUMRE.CPY.
            COPY S-FNUMNO.CPY.
            COPY S-FPUNTS.CPY.
            COPY S-FDIARI.CPY.
            COPY S-FCONTI.CPY.
            COPY S-FCREDI.CPY.
            COPY S-FFONT.CPY.
            SELECT FitxerWeb ASSIGN TO WS-NomFitxerWeb
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EstatFitxerWeb.
            SELECT FitxerRebutjos ASSIGN TO WS-NomFitxerRebutjos
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EstatFitxerRebutjos.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-RESER.CPY.
          COPY FD-CLIEN.CPY.
          COPY FD-CATVI.CPY.
          COPY FD-LLIST.CPY.
          COPY FD-NOTIF.CPY.
          COPY FD-NUMRE.CPY.
          COPY FD-NUMNO.CPY.
          COPY FD-PUNTS.CPY.
          COPY FD-DIARI.CPY.
          COPY FD-CONTI.CPY.
          COPY FD-CREDI.CPY.
          COPY FD-FONT.CPY.
         FD FitxerWeb
           LABEL RECORD IS STANDARD
           DATA RECORD IS LiniaWeb.
         01 LiniaWeb                    PIC X(720).
         FD FitxerRebutjos
           LABEL RECORD IS STANDARD
           DATA RECORD IS LiniaRebuig.
         01 LiniaRebuig                 PIC X(100).

        WORKING-STORAGE SECTION.
         77 EstatFitxerClients       PIC XX VALUE "00".
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerNotificacions PIC XX VALUE "00".
         77 EstatFitxerNumReserves   PIC XX VALUE "00".
         77 EstatFitxerNumNotificacions PIC XX VALUE "00".
         77 EstatFitxerPunts         PIC XX VALUE "00".
         77 EstatFitxerDiari         PIC XX VALUE "00".
         77 EstatFitxerContingents   PIC XX VALUE "00".
         77 EstatFitxerCreditEmpreses PIC XX VALUE "00".
         77 EstatFitxerFontsVenda    PIC XX VALUE "00".
         77 EstatFitxerWeb           PIC XX VALUE "00".
         77 EstatFitxerRebutjos      PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 WS-NomFitxerWeb          PIC X(40) VALUE SPACES.
         77 WS-NomFitxerRebutjos     PIC X(40) VALUE SPACES.
         77 WS-NomFitxerSortida      PIC X(40) VALUE SPACES.
         77 TipusSortida             PIC X VALUE "P".
           88 SortidaPantalla        VALUE "P".
           88 SortidaImpressora      VALUE "I".
           88 SortidaFitxer          VALUE "F".
         77 WS-TitolSpool           PIC X(30)
            VALUE "PETICIONS DE RESERVA WEB".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 7.
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 WS-CodiRebuig            PIC XX VALUE SPACES.
         77 WS-MotiuRebuig           PIC X(40) VALUE SPACES.
         77 WS-NumAcceptades         PIC 9(5) VALUE 0.
         77 WS-NumRebutjades         PIC 9(5) VALUE 0.
         77 WS-NumClientsNous        PIC 9(5) VALUE 0.
         77 WS-PlacesPreses          PIC X VALUE "N".
         77 WS-ContingentOcupat      PIC X VALUE "N".
         77 WS-ClientNotificable     PIC X VALUE "N".
         77 WS-DniNotificar          PIC X(9) VALUE SPACES.
         77 WS-TipusNotif            PIC X(4) VALUE SPACES.
         77 WS-NumAcompWeb           PIC 99 VALUE 0.
         77 WS-DiesOpcio             PIC 9(3) VALUE 3.
         77 WS-DiaCad                PIC 99 VALUE 0.
         77 WS-MesCad                PIC 99 VALUE 0.
         77 WS-AnyCad                PIC 9(4) VALUE 0.
         77 WS-DataReservaWeb        PIC X(10) VALUE SPACES.
         77 WS-DataCaducitatWeb      PIC X(10) VALUE SPACES.
         77 ED-NumeroReserva         PIC ZZZZZZ9.
         01 PeticioWeb.
           02 WE-ReferenciaWeb       PIC X(10).
           02 WE-Dni                 PIC X(9).
           02 WE-Nom                 PIC X(20).
           02 WE-CNom1               PIC X(30).
           02 WE-CNom2               PIC X(30).
           02 WE-Telefon             PIC X(15).
           02 WE-Correu              PIC X(40).
           02 WE-DataNaixement       PIC X(10).
           02 WE-CodiViatge          PIC 9(5).
           02 WE-DiaSortida          PIC X(10).
           02 WE-Places              PIC 9(4).
           02 WE-HabIndividual       PIC X.
           02 WE-TipusHab            PIC X(3).
           02 WE-Acompanyant OCCURS 9 TIMES.
             03 WE-DniAcomp          PIC X(9).
             03 WE-NomAcomp          PIC X(20).
             03 WE-CNomAcomp         PIC X(30).
         77 WS-PlacesAjust           PIC S9(4) VALUE 0.
         77 WS-ResultatAjust         PIC XX.
         77 WS-UsuariEnUs            PIC X(15).
         77 WS-DniValidar            PIC X(9) VALUE SPACES.
         77 WS-ResultatValDni        PIC XX VALUE "OK".
         77 WS-TipusTotals           PIC X VALUE SPACE.
         77 WS-PlacesTotals          PIC S9(4) VALUE 0.
         77 WS-ImportTotals          PIC S9(9) VALUE 0.
         77 WS-CreditOK              PIC X VALUE "S".
         77 WS-PuntsARedimir         PIC 9(5) VALUE 0.
         77 WS-PuntsGuanyats         PIC 9(5) VALUE 0.
         COPY PREUCALC.CPY.
         01 WS-ImatgeNova            PIC X(527).
         77 WS-NumDnisNous           PIC 99 VALUE 0.
         01 WS-TaulaDnisNous.
           02 WS-DniNou OCCURS 10 TIMES PIC X(9).
         77 WS-IndexDniNou           PIC 99 VALUE 0.
         77 WS-DniCoincident         PIC X VALUE "N".
         77 WS-DuracioNova           PIC 9(3) VALUE 0.
         77 WS-IniciNou              PIC S9(5) VALUE 0.
         77 WS-FiNou                 PIC S9(5) VALUE 0.
         77 WS-DuracioVella          PIC 9(3) VALUE 0.
         77 WS-IniciVell             PIC S9(5) VALUE 0.
         77 WS-FiVell                PIC S9(5) VALUE 0.
         77 WS-DiaVell               PIC 99 VALUE 0.
         77 WS-MesVellTxt            PIC X(3) VALUE SPACES.
         77 WS-MesVellNum            PIC 99 VALUE 0.
         77 WS-CompMes               PIC 99 VALUE 0.
         77 WS-SolapamentTrobat      PIC X VALUE "N".
         77 WS-ReservaSolapada       PIC 9(7) VALUE 0.
         77 WS-DniSolapat            PIC X(9) VALUE SPACES.
         77 FiScanSolap              PIC X VALUE "N".
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
         77 WS-ClauParam             PIC X(12) VALUE SPACES.
         77 WS-ValorParam            PIC X(40) VALUE SPACES.
         77 WS-ResultatParam         PIC XX VALUE "NO".
         77 WS-NumPassatgersTab      PIC 99 VALUE 0.
         77 WS-IndexPas              PIC 99 VALUE 0.
         77 WS-SumaPreusPassatgers   PIC 9(9) VALUE 0.
         77 WS-EdatPassatger         PIC S9(3) VALUE 0.
         77 WS-DiaNaix               PIC 99.
         77 WS-MesNaix               PIC 99.
         77 WS-AnyNaix               PIC 9(4).
         77 WS-AnySortidaPreu        PIC 9(4).
         77 WS-DniDocumentar         PIC X(9).
         01 WS-TaulaPassatgers.
           02 WS-PasEntry OCCURS 10 TIMES.
             03 WS-PasDni            PIC X(9).
             03 WS-PasEdat           PIC S9(3).
             03 WS-PasPreu           PIC 9(7).
         77 FiContingents            PIC X VALUE "N".
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
         COPY TIPHAB-W.CPY.
         COPY DETPREU-W.CPY.
         COPY SESSIO-W.CPY.
         COPY DIESFEIN.CPY.
         01 WS-HoraSistema           PIC 9(8).
         01 WS-HoraSistemaR REDEFINES WS-HoraSistema.
           02 WS-HoresSistema        PIC 99.
           02 WS-MinutsSistema       PIC 99.
           02 WS-SegonsSistema       PIC 99.
           02 WS-Centesimes          PIC 99.
         77 HabIndividual            PIC XX VALUE "NO".
         77 Comptador1               PIC 99 VALUE 0.
         77 Dia                      PIC 99.
         77 MesNumeric               PIC 99.
         77 Comptador                PIC 99 VALUE 0.
         77 Mes                      PIC X(3).
         77 TotalSuplement           PIC 9(7) VALUE 0.
         77 TotalReserva             PIC 9(7) VALUE 0.
         77 WS-IndexAcomp            PIC 99 VALUE 0.
         77 WS-DniTitular            PIC X(9).
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.
         01 WS-DataNegoci            PIC 9(8).

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
                 FitxerClients, FitxerReserves, CatalegViatges.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN I-O FitxerClients.
           IF EstatFitxerClients NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Clients NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           OPEN I-O FitxerReserves.
           IF EstatFitxerReserves NOT EQUAL "00"
             OPEN OUTPUT FitxerReserves
             CLOSE FitxerReserves
             OPEN I-O FitxerReserves
           END-IF.
           OPEN I-O CatalegViatges.
           IF EstatCatalegViatges NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Viatges NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           MOVE "DIESOPCWEB  " TO WS-ClauParam.
           CALL "LLEGPARA.COB" USING WS-ClauParam WS-ValorParam
             WS-ResultatParam.
           CANCEL "LLEGPARA.COB".
           IF WS-ResultatParam EQUAL "OK" AND
              WS-ValorParam(1:3) NUMERIC
             MOVE WS-ValorParam(1:3) TO WS-DiesOpcio
           END-IF.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           MOVE WS-DataSistema TO WS-DataNegoci.
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnySistema DELIMITED BY SIZE INTO
             WS-DataReservaWeb.
           PERFORM CalcularCaducitat.
           PERFORM PrepararFontWeb.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY BORRADO.
           DISPLAY "Fitxer de peticions web: " LINE 1 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE "RESWEB.TXT" TO WS-NomFitxerWeb.
           ACCEPT WS-NomFitxerWeb LINE 1 POSITION 31 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF WS-NomFitxerWeb EQUAL SPACES
             MOVE "RESWEB.TXT" TO WS-NomFitxerWeb
           END-IF.
           OPEN INPUT FitxerWeb.
           IF EstatFitxerWeb NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer de peticions NO existeix" BEEP
               LINE 2 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           DISPLAY "Fitxer de rebutjos: " LINE 2 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE "REBWEB.TXT" TO WS-NomFitxerRebutjos.
           ACCEPT WS-NomFitxerRebutjos LINE 2 POSITION 31 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF WS-NomFitxerRebutjos EQUAL SPACES
             MOVE "REBWEB.TXT" TO WS-NomFitxerRebutjos
           END-IF.
           OPEN OUTPUT FitxerRebutjos.
           PERFORM DemanarSortida.
           DISPLAY "PETICIONS DE RESERVA WEB" LINE 5 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE "PETICIONS DE RESERVA WEB - RESULTAT DEL PROCES" TO
               LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE 7 TO Fila.
           MOVE "NO" TO FiFitxer.
           PERFORM ProcessarPeticio UNTIL FiFitxer = "SI".
           CLOSE FitxerWeb.
           CLOSE FitxerRebutjos.
           DISPLAY "Acceptades: " LINE 21 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-NumAcceptades LINE 21 POSITION 17
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Rebutjades: " LINE 21 POSITION 25
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-NumRebutjades LINE 21 POSITION 37
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Clients nous: " LINE 21 POSITION 45
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-NumClientsNous LINE 21 POSITION 59
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "ACCEPTADES: " DELIMITED BY SIZE
               WS-NumAcceptades DELIMITED BY SIZE
               "  REBUTJADES: " DELIMITED BY SIZE WS-NumRebutjades
               DELIMITED BY SIZE "  CLIENTS NOUS: " DELIMITED BY
               SIZE WS-NumClientsNous DELIMITED BY SIZE
               INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           ACCEPT Tecla NO BEEP.
           IF NOT SortidaPantalla CLOSE FitxerSortida END-IF.
           PERFORM Sortir.

        DemanarSortida.
           MOVE "P" TO TipusSortida.
           DISPLAY "Sortida llista: (P)antalla (I)mpres. (F)itxer: "
             LINE 3 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TipusSortida LINE 3 POSITION 53 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF SortidaImpressora
             CALL "OBRESPOL.COB" USING WS-TitolSpool
               WS-NomFitxerSortida
             CANCEL "OBRESPOL.COB"
             OPEN OUTPUT FitxerSortida
           END-IF.
           IF SortidaFitxer
             DISPLAY "Nom del fitxer: " LINE 4 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-NomFitxerSortida LINE 4 POSITION 22 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             OPEN OUTPUT FitxerSortida
           END-IF.

        CalcularCaducitat.
           MOVE "S" TO DF-Operacio.
           MOVE WS-OficinaSessio TO DF-Oficina.
           MOVE WS-DataSistema TO DF-DataInici.
           MOVE WS-DiesOpcio TO DF-Dies.
           CALL "DIESFEIN.COB" USING PeticioDiesFeiners.
           CANCEL "DIESFEIN.COB".
           MOVE DF-DataResultat(7:2) TO WS-DiaCad.
           MOVE DF-DataResultat(5:2) TO WS-MesCad.
           MOVE DF-DataResultat(1:4) TO WS-AnyCad.
           MOVE SPACES TO WS-DataCaducitatWeb.
           STRING WS-DiaCad DELIMITED BY SIZE "/" DELIMITED BY SIZE
             WS-MesCad DELIMITED BY SIZE "/" DELIMITED BY SIZE
             WS-AnyCad DELIMITED BY SIZE INTO WS-DataCaducitatWeb.

        PrepararFontWeb.
           OPEN I-O FitxerFontsVenda.
           IF EstatFitxerFontsVenda NOT EQUAL "00"
             OPEN OUTPUT FitxerFontsVenda
             CLOSE FitxerFontsVenda
             OPEN I-O FitxerFontsVenda
           END-IF.
           MOVE "WEB " TO CodiFont.
           READ FitxerFontsVenda.
           IF EstatFitxerFontsVenda NOT EQUAL "00"
             MOVE "WEB " TO CodiFont
             MOVE "PAGINA WEB" TO DescripcioFont
             WRITE RegistreFontVenda
           END-IF.
           CLOSE FitxerFontsVenda.

        ProcessarPeticio.
           READ FitxerWeb, AT END MOVE "SI" TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             MOVE SPACES TO PeticioWeb
             MOVE LiniaWeb TO PeticioWeb
             MOVE SPACES TO WS-CodiRebuig
             MOVE SPACES TO WS-MotiuRebuig
             MOVE "N" TO WS-PlacesPreses
             MOVE "N" TO WS-ContingentOcupat
             MOVE "N" TO WS-TeHabitacions
             MOVE "N" TO WS-ClientNotificable
             PERFORM ValidarFormat
             IF WS-CodiRebuig EQUAL SPACES
               PERFORM InicialitzarReserva
               PERFORM ControlarClientWeb
             END-IF
             IF WS-CodiRebuig EQUAL SPACES
               PERFORM ControlarAcompanyantsWeb
             END-IF
             IF WS-CodiRebuig EQUAL SPACES
               PERFORM ControlarViatgeWeb
             END-IF
             IF WS-CodiRebuig EQUAL SPACES
               PERFORM ComprobarDiaSortida
             END-IF
             IF WS-CodiRebuig EQUAL SPACES
               PERFORM ComprovarSolapaments
             END-IF
             IF WS-CodiRebuig EQUAL SPACES
               PERFORM ComprobarPlaces
             END-IF
             IF WS-CodiRebuig EQUAL SPACES
               PERFORM ComprovarContingent
             END-IF
             IF WS-CodiRebuig EQUAL SPACES
               PERFORM CalcularPreusPassatgers
               PERFORM ComprovarCreditEmpresa
             END-IF
             IF WS-CodiRebuig EQUAL SPACES
               PERFORM GravarReservaWeb
             END-IF
             IF WS-CodiRebuig EQUAL SPACES
               PERFORM AcceptarPeticio
             ELSE
               PERFORM RebutjarPeticio
             END-IF
           END-IF.

        ValidarFormat.
           IF WE-CodiViatge NOT NUMERIC OR WE-Places NOT NUMERIC OR
              WE-Dni EQUAL SPACES
             MOVE "FO" TO WS-CodiRebuig
             MOVE "FORMAT DE LA PETICIO INCORRECTE" TO WS-MotiuRebuig
           ELSE
             IF WE-Places EQUAL 0
               MOVE "FO" TO WS-CodiRebuig
               MOVE "NOMBRE DE PLACES NUL" TO WS-MotiuRebuig
             END-IF
           END-IF.

        InicialitzarReserva.
           MOVE SPACES TO Reserva.
           MOVE WE-Dni TO DniReserva.
           MOVE WE-CodiViatge TO CodiViatgeReservat.
           MOVE WE-DiaSortida TO DiaSortida.
           MOVE WE-Places TO PlacesReservades.
           MOVE 0 TO PreuTotalReserva.
           MOVE "NO" TO Asseguranca.
           MOVE 0 TO ImportAsseguranca.
           MOVE "NO" TO Excursions.
           MOVE 0 TO ImportExcursions.
           MOVE 0 TO ImportPagat.
           MOVE 0 TO NumeroReserva.
           MOVE 0 TO NumeroLiquidacioReserva.
           MOVE 0 TO PuntsGenerats.
           MOVE 0 TO PuntsRedimits.
           MOVE 0 TO NumeroPolissa.
           MOVE 0 TO OficinaReserva.
           MOVE 0 TO NumeroRemesa.
           MOVE 0 TO ImportDescompte.
           MOVE 0 TO NumeroFacturaReserva.
           IF WE-HabIndividual EQUAL "S"
             MOVE "SI" TO HabIndividual
           ELSE
             MOVE "NO" TO HabIndividual
           END-IF.
           MOVE 0 TO TotalSuplement.
           MOVE 0 TO WS-SumaPreusPassatgers.
           MOVE SPACES TO PC-CodiPromocio.
           MOVE SPACES TO WS-TipusHabDemanat.
           MOVE 0 TO WS-NumHabDemanat.
           MOVE SPACES TO WS-HotelPrimerCont.

        ControlarClientWeb.
           MOVE WE-Dni TO WS-DniValidar.
           CALL "VALIDDNI.COB" USING WS-DniValidar
             WS-ResultatValDni.
           CANCEL "VALIDDNI.COB".
           IF WS-ResultatValDni NOT EQUAL "OK"
             MOVE "DN" TO WS-CodiRebuig
             MOVE "LLETRA DEL DNI INCORRECTA" TO WS-MotiuRebuig
             EXIT PARAGRAPH
           END-IF.
           MOVE WE-Dni TO Dni.
           READ FitxerClients.
           IF EstatFitxerClients EQUAL "23"
             IF WE-Nom EQUAL SPACES
               MOVE "CL" TO WS-CodiRebuig
               MOVE "CLIENT NO DONAT D'ALTA" TO WS-MotiuRebuig
               EXIT PARAGRAPH
             END-IF
             PERFORM DonarAltaClientWeb
             IF EstatFitxerClients NOT EQUAL "00"
               MOVE "CL" TO WS-CodiRebuig
               MOVE "ERROR EN DONAR D'ALTA EL CLIENT" TO
                 WS-MotiuRebuig
               EXIT PARAGRAPH
             END-IF
           ELSE
             IF DataNaixement EQUAL SPACES AND WE-DataNaixement NOT
                 EQUAL SPACES
               MOVE WE-DataNaixement TO DataNaixement
               REWRITE DadesClient
             END-IF
           END-IF.
           MOVE WE-Dni TO WS-DniTitular.
           MOVE "S" TO WS-ClientNotificable.

        DonarAltaClientWeb.
           MOVE SPACES TO DadesClient.
           MOVE WE-Dni TO Dni.
           MOVE WE-Nom TO Nom.
           MOVE WE-CNom1 TO CNom1.
           MOVE WE-CNom2 TO CNom2.
           MOVE 0 TO Num.
           MOVE 0 TO Pis.
           MOVE 0 TO Porta.
           MOVE WE-Telefon TO Telefon.
           MOVE WE-Correu TO CorreuElectronic.
           MOVE "P" TO TipusClient.
           MOVE WE-DataNaixement TO DataNaixement.
           MOVE "N" TO MandatDomiciliacio.
           MOVE "C" TO IdiomaClient.
           WRITE DadesClient.
           IF EstatFitxerClients EQUAL "00"
             ADD 1 TO WS-NumClientsNous
           END-IF.

        ControlarAcompanyantsWeb.
           MOVE 0 TO WS-NumAcompWeb.
           PERFORM ComptarAcompWeb VARYING WS-IndexAcomp FROM 1 BY 1
             UNTIL WS-IndexAcomp > 9.
           IF WS-NumAcompWeb NOT LESS THAN WE-Places
             MOVE "PL" TO WS-CodiRebuig
             MOVE "MES ACOMPANYANTS QUE PLACES" TO WS-MotiuRebuig
             EXIT PARAGRAPH
           END-IF.
           PERFORM InicialitzarAcompanyant VARYING WS-IndexAcomp
             FROM 1 BY 1 UNTIL WS-IndexAcomp > 9.
           PERFORM ControlarUnAcompWeb VARYING WS-IndexAcomp
             FROM 1 BY 1 UNTIL WS-IndexAcomp > 9.
           MOVE WS-DniTitular TO Dni.
           READ FitxerClients.

        ComptarAcompWeb.
           IF WE-DniAcomp(WS-IndexAcomp) NOT EQUAL SPACES
             ADD 1 TO WS-NumAcompWeb
           END-IF.

        InicialitzarAcompanyant.
           MOVE SPACES TO Acompanyants (WS-IndexAcomp).
           MOVE SPACES TO DniAcompanyants (WS-IndexAcomp).

        ControlarUnAcompWeb.
           IF WS-CodiRebuig EQUAL SPACES AND
              WE-DniAcomp(WS-IndexAcomp) NOT EQUAL SPACES
             MOVE WE-DniAcomp(WS-IndexAcomp) TO WS-DniValidar
             CALL "VALIDDNI.COB" USING WS-DniValidar
               WS-ResultatValDni
             CANCEL "VALIDDNI.COB"
             IF WS-ResultatValDni NOT EQUAL "OK"
               MOVE "AC" TO WS-CodiRebuig
               MOVE "DNI D'ACOMPANYANT INCORRECTE" TO WS-MotiuRebuig
             ELSE
               MOVE WE-DniAcomp(WS-IndexAcomp) TO Dni
               READ FitxerClients
               IF EstatFitxerClients EQUAL "23"
                 IF WE-NomAcomp(WS-IndexAcomp) EQUAL SPACES
                   MOVE "AC" TO WS-CodiRebuig
                   MOVE "ACOMPANYANT NO DONAT D'ALTA" TO
                     WS-MotiuRebuig
                 ELSE
                   MOVE SPACES TO DadesClient
                   MOVE WE-DniAcomp(WS-IndexAcomp) TO Dni
                   MOVE WE-NomAcomp(WS-IndexAcomp) TO Nom
                   MOVE WE-CNomAcomp(WS-IndexAcomp) TO CNom1
                   MOVE 0 TO Num
                   MOVE 0 TO Pis
                   MOVE 0 TO Porta
                   MOVE "P" TO TipusClient
                   MOVE "N" TO MandatDomiciliacio
                   MOVE "C" TO IdiomaClient
                   WRITE DadesClient
                   IF EstatFitxerClients EQUAL "00"
                     ADD 1 TO WS-NumClientsNous
                   ELSE
                     MOVE "AC" TO WS-CodiRebuig
                     MOVE "ERROR EN DONAR D'ALTA L'ACOMPANYANT" TO
                       WS-MotiuRebuig
                   END-IF
                 END-IF
               END-IF
               IF WS-CodiRebuig EQUAL SPACES
                 MOVE Dni TO DniAcompanyants (WS-IndexAcomp)
                 MOVE SPACES TO Acompanyants (WS-IndexAcomp)
                 STRING Nom DELIMITED BY SPACE " " DELIMITED BY SIZE
                   CNom1 DELIMITED BY SIZE INTO
                   Acompanyants (WS-IndexAcomp)
               END-IF
             END-IF
           END-IF.

        ControlarViatgeWeb.
           MOVE WE-CodiViatge TO CodiViatge.
           READ CatalegViatges.
           IF EstatCatalegViatges NOT EQUAL "00"
             MOVE "VI" TO WS-CodiRebuig
             MOVE "VIATGE NO EXISTEIX AL CATALEG" TO WS-MotiuRebuig
           END-IF.

        ComprobarDiaSortida.
           MOVE 0 TO Comptador.
           MOVE 0 TO Dia.
           MOVE SPACES TO Mes.
           UNSTRING DiaSortida DELIMITED BY SPACE INTO Dia Mes.
           IF Dia NOT EQUAL 0
             INSPECT DatesSortida TALLYING Comptador FOR ALL Dia
           END-IF.
           MOVE 0 TO Comptador1.
           IF Mes NOT EQUAL SPACES
             INSPECT DatesSortida TALLYING Comptador1 FOR ALL Mes
           END-IF.
           IF Comptador = 0 OR Comptador1 = 0
             MOVE "DS" TO WS-CodiRebuig
             MOVE "DATA DE SORTIDA INCORRECTA" TO WS-MotiuRebuig
           END-IF.

        ComprovarSolapaments.
           MOVE SPACE TO SolapamentAutoritzat.
           MOVE "N" TO WS-SolapamentTrobat.
           MOVE 0 TO WS-NumDnisNous.
           ADD 1 TO WS-NumDnisNous.
           MOVE DniReserva TO WS-DniNou(WS-NumDnisNous).
           PERFORM AfegirDniControl VARYING WS-IndexAcomp FROM 1
             BY 1 UNTIL WS-IndexAcomp > 9.
           MOVE 0 TO MesNumeric.
           PERFORM AdivinarMesNou VARYING WS-CompMes FROM 1 BY 1
             UNTIL WS-CompMes > 12.
           IF MesNumeric > 0
             MOVE DuracioViatge TO WS-DuracioNova
             COMPUTE WS-IniciNou = DiesAcumulats(MesNumeric) + Dia
             COMPUTE WS-FiNou = WS-IniciNou + WS-DuracioNova
             MOVE Reserva TO WS-ImatgeNova
             MOVE 0 TO NumeroReserva
             START FitxerReserves KEY IS GREATER THAN NumeroReserva
             IF EstatFitxerReserves EQUAL "00"
               MOVE "N" TO FiScanSolap
               PERFORM RevisarReservaSolap UNTIL FiScanSolap = "S"
             END-IF
             MOVE WS-ImatgeNova TO Reserva
             MOVE CodiViatgeReservat TO CodiViatge
             READ CatalegViatges
           END-IF.
           IF WS-SolapamentTrobat EQUAL "S"
             MOVE "SO" TO WS-CodiRebuig
             MOVE SPACES TO WS-MotiuRebuig
             STRING "SOLAPA AMB RESERVA " DELIMITED BY SIZE
               WS-ReservaSolapada DELIMITED BY SIZE " DE "
               DELIMITED BY SIZE WS-DniSolapat DELIMITED BY SIZE
               INTO WS-MotiuRebuig
           END-IF.

        AfegirDniControl.
           IF DniAcompanyants (WS-IndexAcomp) NOT EQUAL SPACES AND
              WS-NumDnisNous < 10
             ADD 1 TO WS-NumDnisNous
             MOVE DniAcompanyants (WS-IndexAcomp) TO
               WS-DniNou(WS-NumDnisNous)
           END-IF.

        AdivinarMesNou.
           IF WS-CompMes < 13
             IF Mesos (WS-CompMes) = Mes
               MOVE WS-CompMes TO MesNumeric
             END-IF
           END-IF.

        RevisarReservaSolap.
           READ FitxerReserves NEXT RECORD, AT END MOVE "S" TO
             FiScanSolap.
           IF FiScanSolap NOT EQUAL "S"
             IF ReservaFerma
               MOVE "N" TO WS-DniCoincident
               PERFORM ComprovarDniSolap VARYING WS-IndexDniNou
                 FROM 1 BY 1 UNTIL WS-IndexDniNou > WS-NumDnisNous
               IF WS-DniCoincident EQUAL "S"
                 PERFORM ComprovarDatesSolap
               END-IF
             END-IF
           END-IF.

        ComprovarDniSolap.
           IF WS-IndexDniNou <= WS-NumDnisNous
             IF DniReserva EQUAL WS-DniNou(WS-IndexDniNou)
               MOVE "S" TO WS-DniCoincident
               MOVE DniReserva TO WS-DniSolapat
             END-IF
             PERFORM ComprovarDniAcompSolap VARYING WS-IndexAcomp
               FROM 1 BY 1 UNTIL WS-IndexAcomp > 9
           END-IF.

        ComprovarDniAcompSolap.
           IF DniAcompanyants (WS-IndexAcomp) NOT EQUAL SPACES AND
              DniAcompanyants (WS-IndexAcomp) EQUAL
              WS-DniNou(WS-IndexDniNou)
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
           IF WS-CompMes < 13
             IF Mesos (WS-CompMes) = WS-MesVellTxt
               MOVE WS-CompMes TO WS-MesVellNum
             END-IF
           END-IF.

        ComprobarPlaces.
           COMPUTE WS-PlacesAjust = 0 - PlacesReservades.
           CALL "AJUSPLAC.COB" USING CodiViatge DiaSortida
             WS-PlacesAjust WS-ResultatAjust WS-UsuariEnUs.
           CANCEL "AJUSPLAC.COB".
           EVALUATE WS-ResultatAjust
             WHEN "OK"
               READ CatalegViatges
               MOVE "S" TO WS-PlacesPreses
             WHEN "EU"
               MOVE "EU" TO WS-CodiRebuig
               MOVE SPACES TO WS-MotiuRebuig
               STRING "REGISTRE EN US PER " DELIMITED BY SIZE
                 WS-UsuariEnUs DELIMITED BY SIZE INTO WS-MotiuRebuig
             WHEN OTHER
               MOVE "NP" TO WS-CodiRebuig
               MOVE "NOMBRE DE PLACES NO DISPONIBLE" TO
                 WS-MotiuRebuig
           END-EVALUATE.

        ComprovarContingent.
           MOVE "N" TO WS-TeHabitacions.
           OPEN I-O FitxerContingents.
           IF EstatFitxerContingents NOT EQUAL "00"
             CLOSE FitxerContingents
           ELSE
             MOVE "N" TO WS-ContingentTrobat
             MOVE 0 TO WS-PlacesRestantsCont
             MOVE SPACES TO WS-HotelPrimerCont
             MOVE CodiViatge TO CodiViatgeContingent
             MOVE DiaSortida TO DataSortidaContingent
             MOVE SPACES TO CodiHotelContingent
             START FitxerContingents KEY IS NOT LESS THAN
               ClauContingent
             IF EstatFitxerContingents EQUAL "00"
               MOVE "N" TO FiContingents
               PERFORM SumarContingent UNTIL FiContingents = "S"
             END-IF
             IF WS-ContingentTrobat EQUAL "S"
               IF PlacesReservades > WS-PlacesRestantsCont
                 MOVE "CO" TO WS-CodiRebuig
                 MOVE "CONTINGENT HOTELER SUPERAT" TO WS-MotiuRebuig
               ELSE
                 MOVE CodiViatge TO CodiViatgeContingent
                 MOVE DiaSortida TO DataSortidaContingent
                 MOVE WS-HotelPrimerCont TO CodiHotelContingent
                 READ FitxerContingents
                 IF EstatFitxerContingents EQUAL "00"
                   ADD PlacesReservades TO PlacesOcupadesContingent
                   IF HabitacionsContingent NOT NUMERIC
                     MOVE ZEROS TO HabitacionsContingent
                   END-IF
                   REWRITE RegistreContingent
                   MOVE "S" TO WS-ContingentOcupat
                   MOVE 0 TO WS-TotalHabCont
                   PERFORM SumarHabContingent VARYING
                     WS-IndexTipusHab FROM 1 BY 1
                     UNTIL WS-IndexTipusHab > 4
                   IF WS-TotalHabCont > 0
                     MOVE "S" TO WS-TeHabitacions
                   END-IF
                 END-IF
               END-IF
             END-IF
             CLOSE FitxerContingents
           END-IF.
           IF WS-TeHabitacions EQUAL "S"
             PERFORM AssignarHabitacio
           END-IF.

        SumarHabContingent.
           ADD HabContractadesCont(WS-IndexTipusHab) TO
             WS-TotalHabCont.

        AssignarHabitacio.
           MOVE WE-TipusHab TO WS-TipusHabDemanat.
           IF WS-TipusHabDemanat EQUAL SPACES
             IF PlacesReservades EQUAL 1
               MOVE "IND" TO WS-TipusHabDemanat
             ELSE
               MOVE "DBL" TO WS-TipusHabDemanat
             END-IF
           END-IF.
           MOVE 0 TO WS-CapacitatHab.
           PERFORM CercarTipusHab VARYING WS-IndexTipusHab FROM 1 BY 1
             UNTIL WS-IndexTipusHab > 4.
           IF WS-CapacitatHab EQUAL 0
             MOVE "N" TO WS-TeHabitacions
             MOVE "HB" TO WS-CodiRebuig
             MOVE "TIPUS D'HABITACIO INCORRECTE" TO WS-MotiuRebuig
             EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NumHabDemanat = (PlacesReservades +
             WS-CapacitatHab - 1) / WS-CapacitatHab.
           MOVE "O" TO WS-OperacioHab.
           MOVE 0 TO NumeroReserva.
           CALL "HABCONTI.COB" USING WS-OperacioHab NumeroReserva
             CodiViatge DiaSortida WS-HotelPrimerCont
             WS-TipusHabDemanat WS-NumHabDemanat WS-LliuresHab
             WS-ResultatHab.
           CANCEL "HABCONTI.COB".
           IF WS-ResultatHab EQUAL "NO"
             MOVE "N" TO WS-TeHabitacions
             MOVE "HB" TO WS-CodiRebuig
             MOVE SPACES TO WS-MotiuRebuig
             STRING "HABITACIONS " DELIMITED BY SIZE
               WS-TipusHabDemanat DELIMITED BY SIZE " LLIURES: "
               DELIMITED BY SIZE WS-LliuresHab DELIMITED BY SIZE
               INTO WS-MotiuRebuig
             EXIT PARAGRAPH
           END-IF.
           IF WS-ResultatHab NOT EQUAL "OK"
             MOVE "N" TO WS-TeHabitacions
           END-IF.
           IF WS-TipusHabDemanat EQUAL "IND"
             MOVE "SI" TO HabIndividual
           END-IF.

        CercarTipusHab.
           IF CodiTipusHab(WS-IndexTipusHab) EQUAL WS-TipusHabDemanat
             MOVE CapacitatTipusHab(WS-IndexTipusHab) TO
               WS-CapacitatHab
           END-IF.

        SumarContingent.
           READ FitxerContingents NEXT RECORD, AT END MOVE "S" TO
             FiContingents.
           IF FiContingents NOT EQUAL "S"
             IF CodiViatgeContingent NOT EQUAL CodiViatge OR
                DataSortidaContingent NOT EQUAL DiaSortida
               MOVE "S" TO FiContingents
             ELSE
               IF WS-ContingentTrobat NOT EQUAL "S"
                 MOVE "S" TO WS-ContingentTrobat
                 MOVE CodiHotelContingent TO WS-HotelPrimerCont
               END-IF
               COMPUTE WS-PlacesRestantsCont = WS-PlacesRestantsCont
                 + PlacesContractades - PlacesOcupadesContingent
             END-IF
           END-IF.

        AlliberarPeticio.
           MOVE WE-CodiViatge TO CodiViatge.
           IF WS-PlacesPreses EQUAL "S"
             MOVE PlacesReservades TO WS-PlacesAjust
             CALL "AJUSPLAC.COB" USING CodiViatge DiaSortida
               WS-PlacesAjust WS-ResultatAjust WS-UsuariEnUs
             CANCEL "AJUSPLAC.COB"
             MOVE "N" TO WS-PlacesPreses
           END-IF.
           IF WS-ContingentOcupat EQUAL "S"
             MOVE 0 TO NumeroReserva
             PERFORM AlliberarContingent
             MOVE "N" TO WS-ContingentOcupat
           END-IF.

        AlliberarContingent.
           OPEN I-O FitxerContingents.
           IF EstatFitxerContingents NOT EQUAL "00"
             CLOSE FitxerContingents
           ELSE
             MOVE CodiViatge TO CodiViatgeContingent
             MOVE DiaSortida TO DataSortidaContingent
             MOVE SPACES TO CodiHotelContingent
             START FitxerContingents KEY IS NOT LESS THAN
               ClauContingent
             IF EstatFitxerContingents EQUAL "00"
               READ FitxerContingents NEXT RECORD
               IF EstatFitxerContingents EQUAL "00" AND
                  CodiViatgeContingent EQUAL CodiViatge AND
                  DataSortidaContingent EQUAL DiaSortida
                 IF PlacesReservades > PlacesOcupadesContingent
                   MOVE 0 TO PlacesOcupadesContingent
                 ELSE
                   SUBTRACT PlacesReservades FROM
                     PlacesOcupadesContingent
                 END-IF
                 REWRITE RegistreContingent
               END-IF
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

        CalcularPreusPassatgers.
           MOVE WS-DataNegoci TO WS-DataSistema.
           MOVE 0 TO WS-NumPassatgersTab.
           MOVE 0 TO WS-SumaPreusPassatgers.
           MOVE WS-AnySistema TO WS-AnySortidaPreu.
           IF MesNumeric > 0 AND MesNumeric < WS-MesSistema
             ADD 1 TO WS-AnySortidaPreu
           END-IF.
           MOVE DniReserva TO WS-DniDocumentar.
           PERFORM AfegirPassatgerPreu.
           PERFORM AfegirAcompPreu VARYING WS-IndexAcomp FROM 1
             BY 1 UNTIL WS-IndexAcomp > 9.
           MOVE CodiViatgeReservat TO PC-CodiViatge.
           MOVE DiaSortida TO PC-DiaSortida.
           MOVE PlacesReservades TO PC-Places.
           IF HabIndividual = "SI"
             MOVE "S" TO PC-HabIndividual
           ELSE
             MOVE "N" TO PC-HabIndividual
           END-IF.
           MOVE ImportAsseguranca TO PC-ImportAsseguranca.
           MOVE ImportExcursions TO PC-ImportExcursions.
           MOVE WS-NumPassatgersTab TO PC-NumPassatgers.
           PERFORM CarregarPassatgerCalc VARYING WS-IndexPas
             FROM 1 BY 1 UNTIL WS-IndexPas > WS-NumPassatgersTab.
           MOVE "N" TO PC-VolTraca.
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
           COMPUTE TotalReserva = TotalSuplement +
             WS-SumaPreusPassatgers.
           MOVE TotalReserva TO PreuTotalReserva.
           MOVE CodiViatgeReservat TO CodiViatge.
           READ CatalegViatges.
           MOVE DniReserva TO Dni.
           READ FitxerClients.

        CarregarPassatgerCalc.
           MOVE WS-PasDni(WS-IndexPas) TO PC-PasDni(WS-IndexPas).
           MOVE WS-PasEdat(WS-IndexPas) TO PC-PasEdat(WS-IndexPas).
           MOVE 0 TO PC-PasPreu(WS-IndexPas).

        RecollirPreuCalc.
           MOVE PC-PasPreu(WS-IndexPas) TO WS-PasPreu(WS-IndexPas).

        AfegirAcompPreu.
           IF DniAcompanyants (WS-IndexAcomp) NOT EQUAL SPACES
             MOVE DniAcompanyants (WS-IndexAcomp) TO
               WS-DniDocumentar
             PERFORM AfegirPassatgerPreu
           END-IF.

        AfegirPassatgerPreu.
           IF WS-NumPassatgersTab < 10
             MOVE WS-DniDocumentar TO Dni
             READ FitxerClients
             MOVE -1 TO WS-EdatPassatger
             IF EstatFitxerClients EQUAL "00" AND DataNaixement
                 NOT EQUAL SPACES
               UNSTRING DataNaixement DELIMITED BY "/" INTO
                 WS-DiaNaix WS-MesNaix WS-AnyNaix
               COMPUTE WS-EdatPassatger = WS-AnySortidaPreu -
                 WS-AnyNaix
               IF MesNumeric < WS-MesNaix
                 SUBTRACT 1 FROM WS-EdatPassatger
               END-IF
             END-IF
             ADD 1 TO WS-NumPassatgersTab
             MOVE WS-DniDocumentar TO
               WS-PasDni(WS-NumPassatgersTab)
             MOVE WS-EdatPassatger TO
               WS-PasEdat(WS-NumPassatgersTab)
             MOVE 0 TO WS-PasPreu(WS-NumPassatgersTab)
           END-IF.

        ComprovarCreditEmpresa.
           MOVE "S" TO WS-CreditOK.
           IF ClientEmpresa
             OPEN I-O FitxerCreditEmpreses
             IF EstatFitxerCreditEmpreses NOT EQUAL "00"
               OPEN OUTPUT FitxerCreditEmpreses
               CLOSE FitxerCreditEmpreses
               OPEN I-O FitxerCreditEmpreses
             END-IF
             MOVE DniReserva TO DniEmpresa
             READ FitxerCreditEmpreses
             IF EstatFitxerCreditEmpreses NOT EQUAL "00"
               MOVE DniReserva TO DniEmpresa
               MOVE 0 TO LimitCredit
               MOVE 0 TO ExposicioActual
               MOVE 0 TO DiesTerminiPagament
               MOVE SPACE TO BloqueigReclamacio
               MOVE SPACES TO DataBloqueigReclamacio
               WRITE RegistreCreditEmpresa
             END-IF
             IF CreditBloquejatReclamacio
               MOVE "N" TO WS-CreditOK
               MOVE "CB" TO WS-CodiRebuig
               MOVE "CREDIT EMPRESA BLOQUEJAT PER IMPAGAMENT" TO
                 WS-MotiuRebuig
             END-IF
             IF WS-CreditOK EQUAL "S" AND LimitCredit > 0 AND
                (PreuTotalReserva + ExposicioActual) > LimitCredit
               MOVE "N" TO WS-CreditOK
               MOVE "CR" TO WS-CodiRebuig
               MOVE "LIMIT DE CREDIT EMPRESA SUPERAT" TO
                 WS-MotiuRebuig
             END-IF
             IF WS-CreditOK EQUAL "S"
               ADD PreuTotalReserva TO ExposicioActual
               REWRITE RegistreCreditEmpresa
             END-IF
             CLOSE FitxerCreditEmpreses
           END-IF.

        GravarReservaWeb.
           MOVE "O" TO EstatReserva.
           MOVE WS-DataCaducitatWeb TO DataCaducitatOpcio.
           MOVE SPACES TO ProducteAssegReserva.
           MOVE SPACE TO EstatLiquidacio.
           MOVE WS-OficinaSessio TO OficinaReserva.
           MOVE SPACES TO CodiDescompteReserva.
           MOVE "WEB" TO OperadorReserva.
           MOVE SPACE TO RequisitsInformats.
           MOVE SPACES TO CodiSubagentReserva.
           MOVE SPACE TO CanviDataPendent.
           MOVE SPACE TO EstatConfirmacioOper.
           MOVE SPACES TO LocalitzadorOperador.
           MOVE "WEB " TO CodiFontReserva.
           MOVE SPACES TO CodiPuntReserva.
           COMPUTE WS-PuntsGuanyats = PreuTotalReserva / 100.
           MOVE WS-PuntsGuanyats TO PuntsGenerats.
           MOVE 0 TO WS-PuntsARedimir.
           MOVE 0 TO PuntsRedimits.
           PERFORM ObtenirNumeroReserva.
           MOVE WS-DataReservaWeb TO DataReserva.
           WRITE Reserva.
           IF EstatFitxerReserves NOT EQUAL "00"
             MOVE "ER" TO WS-CodiRebuig
             MOVE "ERROR EN GRAVAR LA RESERVA" TO WS-MotiuRebuig
             EXIT PARAGRAPH
           END-IF.
           MOVE "RESERVES" TO DI-Fitxer.
           MOVE "WR" TO DI-Operacio.
           MOVE SPACES TO DI-ImatgeAbans.
           MOVE Reserva TO DI-ImatgeDespres.
           PERFORM RegistrarDiari.
           MOVE "R" TO WS-TipusTotals.
           MOVE PlacesReservades TO WS-PlacesTotals.
           MOVE PreuTotalReserva TO WS-ImportTotals.
           CALL "ACTTOTAL.COB" USING WS-TipusTotals
             WS-PlacesTotals WS-ImportTotals.
           CANCEL "ACTTOTAL.COB".
           IF PC-CodiPromocio NOT EQUAL SPACES
             CALL "REGPROMO.COB" USING NumeroReserva
               PC-CodiPromocio PC-PercentPromocio PlacesReservades
               PC-DescomptePromocio DataReserva
             CANCEL "REGPROMO.COB"
           END-IF.
           MOVE "G" TO WS-OperacioDetall.
           MOVE 0 TO DP-ImportDescompte.
           MOVE 0 TO DP-PuntsRedimits.
           CALL "DETPREU.COB" USING WS-OperacioDetall NumeroReserva
             PeticioCalculPreu DetallPreuReserva.
           CANCEL "DETPREU.COB".
           IF WS-TeHabitacions EQUAL "S"
             MOVE "G" TO WS-OperacioHab
             CALL "HABCONTI.COB" USING WS-OperacioHab NumeroReserva
               CodiViatge DiaSortida WS-HotelPrimerCont
               WS-TipusHabDemanat WS-NumHabDemanat WS-LliuresHab
               WS-ResultatHab
             CANCEL "HABCONTI.COB"
           END-IF.
           PERFORM ActualitzarPunts.

        AcceptarPeticio.
           ADD 1 TO WS-NumAcceptades.
           MOVE DniReserva TO WS-DniNotificar.
           MOVE "WEBA" TO WS-TipusNotif.
           PERFORM RegistrarNotificacio.
           MOVE NumeroReserva TO ED-NumeroReserva.
           DISPLAY "ACCEPTADA " LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WE-ReferenciaWeb LINE Fila POSITION 16
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WE-Dni LINE Fila POSITION 27
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-NumeroReserva LINE Fila POSITION 37
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DataCaducitatOpcio LINE Fila POSITION 45
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "ACCEPTADA " DELIMITED BY SIZE
               WE-ReferenciaWeb DELIMITED BY SIZE " " DELIMITED BY
               SIZE WE-Dni DELIMITED BY SIZE " RESERVA "
               DELIMITED BY SIZE ED-NumeroReserva DELIMITED BY SIZE
               " OPCIO FINS " DELIMITED BY SIZE DataCaducitatOpcio
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           PERFORM AvancarFila.

        RebutjarPeticio.
           PERFORM AlliberarPeticio.
           ADD 1 TO WS-NumRebutjades.
           MOVE SPACES TO LiniaRebuig.
           STRING WE-ReferenciaWeb DELIMITED BY SIZE ";" DELIMITED
             BY SIZE WE-Dni DELIMITED BY SIZE ";" DELIMITED BY SIZE
             WE-CodiViatge DELIMITED BY SIZE ";" DELIMITED BY SIZE
             WE-DiaSortida DELIMITED BY SIZE ";" DELIMITED BY SIZE
             WS-CodiRebuig DELIMITED BY SIZE ";" DELIMITED BY SIZE
             WS-MotiuRebuig DELIMITED BY SIZE INTO LiniaRebuig.
           WRITE LiniaRebuig.
           IF WS-ClientNotificable EQUAL "S"
             MOVE WE-Dni TO WS-DniNotificar
             MOVE "WEBR" TO WS-TipusNotif
             PERFORM RegistrarNotificacio
           END-IF.
           DISPLAY "REBUTJADA " LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WE-ReferenciaWeb LINE Fila POSITION 16
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WE-Dni LINE Fila POSITION 27
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-CodiRebuig LINE Fila POSITION 37
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-MotiuRebuig LINE Fila POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "REBUTJADA " DELIMITED BY SIZE
               WE-ReferenciaWeb DELIMITED BY SIZE " " DELIMITED BY
               SIZE WE-Dni DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-CodiRebuig DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-MotiuRebuig DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           PERFORM AvancarFila.

        AvancarFila.
           ADD 1 TO Fila.
           IF Fila > 19
             ACCEPT Tecla NO BEEP
             MOVE 7 TO Fila
           END-IF.

        ActualitzarPunts.
           OPEN I-O FitxerPunts.
           IF EstatFitxerPunts NOT EQUAL "00"
             OPEN OUTPUT FitxerPunts
             CLOSE FitxerPunts
             OPEN I-O FitxerPunts
           END-IF.
           MOVE DniReserva TO DniPunts.
           READ FitxerPunts.
           IF EstatFitxerPunts NOT EQUAL "00"
             MOVE DniReserva TO DniPunts
             MOVE 0 TO SaldoPunts
             MOVE 0 TO PuntsAcumulatsTotal
             COMPUTE SaldoPunts = WS-PuntsGuanyats
             MOVE WS-PuntsGuanyats TO PuntsAcumulatsTotal
             MOVE DataReserva TO DataUltimMoviment
             WRITE RegistrePunts
           ELSE
             COMPUTE SaldoPunts = SaldoPunts - WS-PuntsARedimir +
               WS-PuntsGuanyats
             ADD WS-PuntsGuanyats TO PuntsAcumulatsTotal
             MOVE DataReserva TO DataUltimMoviment
             REWRITE RegistrePunts
           END-IF.
           CLOSE FitxerPunts.

        RegistrarNotificacio.
           OPEN I-O FitxerNotificacions.
           IF EstatFitxerNotificacions NOT EQUAL "00"
             OPEN OUTPUT FitxerNotificacions
             CLOSE FitxerNotificacions
             OPEN I-O FitxerNotificacions
           END-IF.
           MOVE WS-DniNotificar TO DniNotificat.
           MOVE WE-CodiViatge TO CodiViatgeNotificat.
           MOVE WS-TipusNotif TO TipusNotificacio.
           MOVE WS-DataReservaWeb TO DataGeneracio.
           MOVE "P" TO EstatNotificacio.
           PERFORM ObtenirNumeroNotificacio.
           WRITE RegistreNotificacio.
           IF EstatFitxerNotificacions NOT EQUAL "00"
             DISPLAY "ERROR!!! La Notificacio NO s'ha pogut grabar"
               BEEP LINE 22 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
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
           COMPUTE NumeroReserva = (WS-OficinaSessio * 100000) +
             UltimNumeroReserva.
           CLOSE FitxerNumReserves.

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

        Sortir.
           CLOSE FitxerClients.
           CLOSE CatalegViatges.
           CLOSE FitxerReserves.
           EXIT PROGRAM.
