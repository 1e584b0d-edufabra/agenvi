       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulExportDisponibilitat.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FDEPAR.CPY.
            COPY S-FCATVI.CPY.
            COPY S-FFEED.CPY.
            SELECT FitxerOfertes ASSIGN TO "OFERTES.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EstatFitxerOfertes.
            SELECT FitxerFeed ASSIGN TO "DISPWEB.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EstatFitxerFeed.
            SELECT FitxerDelta ASSIGN TO "DISPDELT.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EstatFitxerDelta.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-DEPAR.CPY.
          COPY FD-CATVI.CPY.
          COPY FD-FEED.CPY.
         FD FitxerOfertes
           LABEL RECORD IS STANDARD
           DATA RECORD IS LiniaOferta.
         01 LiniaOferta                 PIC X(80).
         FD FitxerFeed
           LABEL RECORD IS STANDARD
           DATA RECORD IS LiniaFeed.
         01 LiniaFeed                   PIC X(180).
         FD FitxerDelta
           LABEL RECORD IS STANDARD
           DATA RECORD IS LiniaDelta.
         01 LiniaDelta                  PIC X(180).

        WORKING-STORAGE SECTION.
         77 EstatFitxerDepartures    PIC XX VALUE "00".
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerEstatFeed     PIC XX VALUE "00".
         77 EstatFitxerOfertes       PIC XX VALUE "00".
         77 EstatFitxerFeed          PIC XX VALUE "00".
         77 EstatFitxerDelta         PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Dia                      PIC 99.
         77 Mes                      PIC X(3).
         77 MesNumeric               PIC 99 VALUE 0.
         77 Comptador                PIC 99.
         77 WS-DiaAnyAvui            PIC 9(3).
         77 WS-DiaAnySortida         PIC 9(3).
         77 WS-DiesFins              PIC S9(5).
         77 WS-NumOfertes            PIC 9(3) VALUE 0.
         77 WS-IndexOferta           PIC 9(3) VALUE 0.
         77 WS-CodiOfertaTxt         PIC X(5).
         77 WS-DataOfertaTxt         PIC X(10).
         77 WS-DescOfertaTxt         PIC X(3).
         77 WS-DescompteSortida      PIC 9(3) VALUE 0.
         77 WS-PreuOferta            PIC 9(9) VALUE 0.
         77 WS-TipusCanvi            PIC X VALUE SPACE.
         77 WS-Transport             PIC X(8) VALUE SPACES.
         77 WS-NumExportades         PIC 9(5) VALUE 0.
         77 WS-NumCanvis             PIC 9(5) VALUE 0.
         77 ED-Places                PIC ZZZ9.
         77 ED-Preu                  PIC ZZZZZZZZ9.
         77 ED-PreuOferta            PIC ZZZZZZZZ9.
         77 ED-Descompte             PIC ZZ9.
         77 ED-Duracio               PIC ZZ9.
         01 TaulaOfertes.
           02 OfertaEntry OCCURS 200 TIMES.
             03 CodiViatgeOferta     PIC 9(5).
             03 DataSortidaOferta    PIC X(10).
             03 DescompteOferta      PIC 9(3).
         COPY PREUCALC.CPY.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.
         77 WS-DataNegociText        PIC X(10) VALUE SPACES.
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

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerDepartures, CatalegViatges, FitxerEstatFeed.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN INPUT FitxerDepartures.
           IF EstatFitxerDepartures NOT EQUAL "00"
             EXIT PROGRAM
           END-IF.
           OPEN INPUT CatalegViatges.
           OPEN I-O FitxerEstatFeed.
           IF EstatFitxerEstatFeed NOT EQUAL "00"
             OPEN OUTPUT FitxerEstatFeed
             CLOSE FitxerEstatFeed
             OPEN I-O FitxerEstatFeed
           END-IF.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnySistema DELIMITED BY SIZE INTO
             WS-DataNegociText.
           COMPUTE WS-DiaAnyAvui = DiesAcumulats(WS-MesSistema) +
             WS-DiaSistema.
           PERFORM CarregarOfertes.
           OPEN OUTPUT FitxerFeed.
           OPEN OUTPUT FitxerDelta.
           MOVE "NO" TO FiFitxer.
           PERFORM ExportarDepartura UNTIL FiFitxer = "SI".
           PERFORM DonarBaixesFeed.
           CLOSE FitxerFeed.
           CLOSE FitxerDelta.
           CLOSE FitxerEstatFeed.
           CLOSE FitxerDepartures.
           CLOSE CatalegViatges.
           DISPLAY "Sortides exportades: " LINE 9 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NumExportades LINE 9 POSITION 27
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Canvis: " LINE 9 POSITION 35
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NumCanvis LINE 9 POSITION 43
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           EXIT PROGRAM.

        CarregarOfertes.
           MOVE 0 TO WS-NumOfertes.
           OPEN INPUT FitxerOfertes.
           IF EstatFitxerOfertes EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM LlegirOferta UNTIL FiFitxer = "SI"
             CLOSE FitxerOfertes
           END-IF.

        LlegirOferta.
           READ FitxerOfertes, AT END MOVE "SI" TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI" AND WS-NumOfertes < 200
             MOVE SPACES TO WS-CodiOfertaTxt
             MOVE SPACES TO WS-DataOfertaTxt
             MOVE SPACES TO WS-DescOfertaTxt
             UNSTRING LiniaOferta DELIMITED BY ";" INTO
               WS-CodiOfertaTxt WS-DataOfertaTxt WS-DescOfertaTxt
             IF WS-CodiOfertaTxt NUMERIC AND WS-DescOfertaTxt NUMERIC
               ADD 1 TO WS-NumOfertes
               MOVE WS-CodiOfertaTxt TO
                 CodiViatgeOferta(WS-NumOfertes)
               MOVE WS-DataOfertaTxt TO
                 DataSortidaOferta(WS-NumOfertes)
               MOVE WS-DescOfertaTxt TO
                 DescompteOferta(WS-NumOfertes)
             END-IF
           END-IF.

        ExportarDepartura.
           READ FitxerDepartures NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             PERFORM CalcularDiesFins
             IF WS-DiesFins >= 0
               MOVE CodiViatgeDepartura TO CodiViatge
               READ CatalegViatges
               IF EstatCatalegViatges EQUAL "00"
                 PERFORM CalcularPreuAdult
                 PERFORM CercarOferta
                 PERFORM EscriureLiniaFeed
                 PERFORM ComprovarCanvi
               END-IF
             END-IF
           END-IF.

        CalcularDiesFins.
           MOVE -1 TO WS-DiesFins.
           MOVE 0 TO MesNumeric.
           UNSTRING DataDepartura DELIMITED BY SPACE INTO Dia Mes.
           PERFORM AdivinarMes VARYING Comptador FROM 1 BY 1
             UNTIL Comptador > 12.
           IF MesNumeric > 0
             COMPUTE WS-DiaAnySortida =
               DiesAcumulats(MesNumeric) + Dia
             COMPUTE WS-DiesFins = WS-DiaAnySortida - WS-DiaAnyAvui
             IF WS-DiesFins < -180
               ADD 365 TO WS-DiesFins
             END-IF
           END-IF.

        AdivinarMes.
           IF Comptador < 13
             IF Mesos (Comptador) = Mes
               MOVE Comptador TO MesNumeric
             END-IF
           END-IF.

        CalcularPreuAdult.
           MOVE CodiViatgeDepartura TO PC-CodiViatge.
           MOVE DataDepartura TO PC-DiaSortida.
           MOVE 1 TO PC-Places.
           MOVE "N" TO PC-HabIndividual.
           MOVE 0 TO PC-ImportAsseguranca.
           MOVE 0 TO PC-ImportExcursions.
           MOVE "N" TO PC-VolTraca.
           MOVE 0 TO PC-NumPassatgers.
           MOVE WS-DataNegociText TO PC-DataReserva.
           MOVE 0 TO PC-NumeroReserva.
           MOVE SPACES TO PC-DniGratuit.
           CALL "CALCPREU.COB" USING PeticioCalculPreu.
           CANCEL "CALCPREU.COB".
           IF PC-ResultatCalcul NOT EQUAL "OK"
             COMPUTE PC-TotalCalculat = PreuPersona
           END-IF.

        CercarOferta.
           MOVE 0 TO WS-DescompteSortida.
           PERFORM CompararOferta VARYING WS-IndexOferta FROM 1 BY 1
             UNTIL WS-IndexOferta > WS-NumOfertes.
           COMPUTE WS-PreuOferta = PC-TotalCalculat -
             (PC-TotalCalculat * WS-DescompteSortida) / 100.

        CompararOferta.
           IF CodiViatgeOferta(WS-IndexOferta) EQUAL
              CodiViatgeDepartura AND
              DataSortidaOferta(WS-IndexOferta) EQUAL DataDepartura
             MOVE DescompteOferta(WS-IndexOferta) TO
               WS-DescompteSortida
           END-IF.

        EscriureLiniaFeed.
           EVALUATE TRUE
             WHEN Avio MOVE "AVIO" TO WS-Transport
             WHEN Vaixell MOVE "VAIXELL" TO WS-Transport
             WHEN Autocar MOVE "AUTOCAR" TO WS-Transport
             WHEN Tren MOVE "TREN" TO WS-Transport
             WHEN OTHER MOVE MediTransport TO WS-Transport
           END-EVALUATE.
           MOVE PlacesDisponiblesDepartura TO ED-Places.
           MOVE PC-TotalCalculat TO ED-Preu.
           MOVE WS-DescompteSortida TO ED-Descompte.
           MOVE WS-PreuOferta TO ED-PreuOferta.
           MOVE DuracioViatge TO ED-Duracio.
           MOVE SPACES TO LiniaFeed.
           STRING CodiViatgeDepartura DELIMITED BY SIZE ";"
             DELIMITED BY SIZE DataDepartura DELIMITED BY SIZE ";"
             DELIMITED BY SIZE Titol DELIMITED BY SIZE ";"
             DELIMITED BY SIZE Continent DELIMITED BY SIZE ";"
             DELIMITED BY SIZE Paisos DELIMITED BY SIZE ";"
             DELIMITED BY SIZE WS-Transport DELIMITED BY SIZE ";"
             DELIMITED BY SIZE ED-Duracio DELIMITED BY SIZE ";"
             DELIMITED BY SIZE ED-Places DELIMITED BY SIZE ";"
             DELIMITED BY SIZE ED-Preu DELIMITED BY SIZE ";"
             DELIMITED BY SIZE Moneda DELIMITED BY SIZE ";"
             DELIMITED BY SIZE ED-Descompte DELIMITED BY SIZE ";"
             DELIMITED BY SIZE ED-PreuOferta DELIMITED BY SIZE
             INTO LiniaFeed.
           WRITE LiniaFeed.
           ADD 1 TO WS-NumExportades.

        ComprovarCanvi.
           MOVE SPACE TO WS-TipusCanvi.
           MOVE CodiViatgeDepartura TO CodiViatgeFeed.
           MOVE DataDepartura TO DataSortidaFeed.
           READ FitxerEstatFeed.
           IF EstatFitxerEstatFeed NOT EQUAL "00"
             MOVE "A" TO WS-TipusCanvi
             MOVE CodiViatgeDepartura TO CodiViatgeFeed
             MOVE DataDepartura TO DataSortidaFeed
           ELSE
             IF PlacesFeed NOT EQUAL PlacesDisponiblesDepartura OR
                PreuFeed NOT EQUAL PC-TotalCalculat OR
                DescompteFeed NOT EQUAL WS-DescompteSortida
               MOVE "M" TO WS-TipusCanvi
             END-IF
           END-IF.
           MOVE PlacesDisponiblesDepartura TO PlacesFeed.
           MOVE PC-TotalCalculat TO PreuFeed.
           MOVE WS-DescompteSortida TO DescompteFeed.
           MOVE WS-DataSistema TO DataVistaFeed.
           IF WS-TipusCanvi EQUAL "A"
             WRITE RegistreEstatFeed
           ELSE
             REWRITE RegistreEstatFeed
           END-IF.
           IF WS-TipusCanvi NOT EQUAL SPACE
             MOVE SPACES TO LiniaDelta
             STRING WS-TipusCanvi DELIMITED BY SIZE ";" DELIMITED BY
               SIZE LiniaFeed DELIMITED BY SIZE INTO LiniaDelta
             WRITE LiniaDelta
             ADD 1 TO WS-NumCanvis
           END-IF.

        DonarBaixesFeed.
           MOVE 0 TO CodiViatgeFeed.
           MOVE SPACES TO DataSortidaFeed.
           START FitxerEstatFeed KEY IS NOT LESS THAN ClauEstatFeed.
           IF EstatFitxerEstatFeed EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM RevisarEstatFeed UNTIL FiFitxer = "SI"
           END-IF.

        RevisarEstatFeed.
           READ FitxerEstatFeed NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF DataVistaFeed NOT EQUAL WS-DataSistema
               MOVE SPACES TO LiniaDelta
               STRING "B;" DELIMITED BY SIZE CodiViatgeFeed
                 DELIMITED BY SIZE ";" DELIMITED BY SIZE
                 DataSortidaFeed DELIMITED BY SIZE ";" DELIMITED BY
                 SIZE INTO LiniaDelta
               WRITE LiniaDelta
               ADD 1 TO WS-NumCanvis
               DELETE FitxerEstatFeed RECORD
             END-IF
           END-IF.
