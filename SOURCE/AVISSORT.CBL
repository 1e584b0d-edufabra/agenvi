       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulAvisosSortida.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FRESER.CPY.
            COPY S-FCATVI.CPY.
            COPY S-FPREC.CPY.
            COPY S-FTRAMS.CPY.
            COPY S-FDOCVI.CPY.
            COPY S-FREQUI.CPY.
            COPY S-FNOTIF.CPY.
            COPY S-FNUMNO.CPY.
            COPY S-FRECOR.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-RESER.CPY.
          COPY FD-CATVI.CPY.
          COPY FD-PREC.CPY.
          COPY FD-TRAMS.CPY.
          COPY FD-DOCVI.CPY.
          COPY FD-REQUI.CPY.
          COPY FD-NOTIF.CPY.
          COPY FD-NUMNO.CPY.
          COPY FD-RECOR.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerPuntsRecollida PIC XX VALUE "00".
         77 EstatFitxerTrams         PIC XX VALUE "00".
         77 EstatFitxerDocumentsViatge PIC XX VALUE "00".
         77 EstatFitxerRequisits     PIC XX VALUE "00".
         77 EstatFitxerNotificacions PIC XX VALUE "00".
         77 EstatFitxerNumNotificacions PIC XX VALUE "00".
         77 EstatFitxerRecordatoris  PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 WS-PuntsOberts           PIC X VALUE "N".
         77 WS-TramsOberts           PIC X VALUE "N".
         77 WS-DocumentsOberts       PIC X VALUE "N".
         77 WS-RequisitsOberts       PIC X VALUE "N".
         77 Dia                      PIC 99.
         77 Mes                      PIC X(3).
         77 MesNumeric               PIC 99 VALUE 0.
         77 Comptador                PIC 99.
         77 WS-DiaAnyAvui            PIC 9(3).
         77 WS-DiaAnySortida         PIC 9(3).
         77 WS-DiesFins              PIC S9(5).
         77 WS-ClauParam             PIC X(12) VALUE "DIESRECORDAT".
         77 WS-ValorParam            PIC X(40) VALUE SPACES.
         77 WS-ResultatParam         PIC XX VALUE "NO".
         77 WS-NumDiesAvis           PIC 9 VALUE 0.
         77 WS-IndexDies             PIC 9 VALUE 0.
         77 WS-DiesAplicats          PIC 9(3) VALUE 0.
         77 WS-IndexAcomp            PIC 99 VALUE 0.
         77 WS-DniViatger            PIC X(9) VALUE SPACES.
         77 WS-ImportPendent         PIC 9(7) VALUE 0.
         77 WS-ImportViatger         PIC 9(7) VALUE 0.
         77 WS-PuntText              PIC X(30) VALUE SPACES.
         77 WS-HoraText              PIC X(5) VALUE SPACES.
         77 WS-HoresRecollida        PIC 99 VALUE 0.
         77 WS-MinutsRecollida       PIC 99 VALUE 0.
         77 WS-MinutsTotals          PIC 9(5) VALUE 0.
         77 WS-AvisDocument          PIC X(30) VALUE SPACES.
         77 WS-VisatViatge           PIC X VALUE "N".
         77 WS-MesosValidesa         PIC 9(2) VALUE 6.
         77 WS-DiaCad                PIC 99.
         77 WS-MesCad                PIC 99.
         77 WS-AnyCad                PIC 9(4).
         77 WS-MesosCaducitat        PIC 9(6).
         77 WS-MesosSortida          PIC 9(6).
         77 WS-AnySortida            PIC 9(4).
         77 WS-NumRecordatoris       PIC 9(5) VALUE 0.
         77 WS-NumJaAvisats          PIC 9(5) VALUE 0.
         77 WS-DataNegociText        PIC X(10) VALUE SPACES.
         01 WS-TaulaDiesText.
           02 WS-DiesText OCCURS 4 TIMES PIC X(3).
         01 WS-TaulaDiesAvis.
           02 WS-DiesAvis OCCURS 4 TIMES PIC 9(3).
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.
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
                 FitxerReserves, CatalegViatges, FitxerPuntsRecollida,
                 FitxerTrams, FitxerDocumentsViatge, FitxerRequisits,
                 FitxerNotificacions, FitxerRecordatoris.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN INPUT FitxerReserves.
           IF EstatFitxerReserves NOT EQUAL "00"
             EXIT PROGRAM
           END-IF.
           OPEN INPUT CatalegViatges.
           OPEN INPUT FitxerPuntsRecollida.
           IF EstatFitxerPuntsRecollida EQUAL "00"
             MOVE "S" TO WS-PuntsOberts
           END-IF.
           OPEN INPUT FitxerTrams.
           IF EstatFitxerTrams EQUAL "00"
             MOVE "S" TO WS-TramsOberts
           END-IF.
           OPEN INPUT FitxerDocumentsViatge.
           IF EstatFitxerDocumentsViatge EQUAL "00"
             MOVE "S" TO WS-DocumentsOberts
           END-IF.
           OPEN INPUT FitxerRequisits.
           IF EstatFitxerRequisits EQUAL "00"
             MOVE "S" TO WS-RequisitsOberts
           END-IF.
           OPEN I-O FitxerNotificacions.
           IF EstatFitxerNotificacions NOT EQUAL "00"
             OPEN OUTPUT FitxerNotificacions
             CLOSE FitxerNotificacions
             OPEN I-O FitxerNotificacions
           END-IF.
           OPEN I-O FitxerRecordatoris.
           IF EstatFitxerRecordatoris NOT EQUAL "00"
             OPEN OUTPUT FitxerRecordatoris
             CLOSE FitxerRecordatoris
             OPEN I-O FitxerRecordatoris
           END-IF.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnySistema DELIMITED BY SIZE INTO
             WS-DataNegociText.
           COMPUTE WS-DiaAnyAvui = DiesAcumulats(WS-MesSistema) +
             WS-DiaSistema.
           PERFORM CarregarDiesAvis.
           MOVE "NO" TO FiFitxer.
           PERFORM RevisarReserva UNTIL FiFitxer = "SI".
           PERFORM Tancar.
           DISPLAY "Recordatoris generats: " LINE 9 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NumRecordatoris LINE 9 POSITION 29
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Ja avisats: " LINE 9 POSITION 37
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NumJaAvisats LINE 9 POSITION 50
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           EXIT PROGRAM.

        CarregarDiesAvis.
           MOVE 0 TO WS-NumDiesAvis.
           MOVE SPACES TO WS-TaulaDiesText.
           CALL "LLEGPARA.COB" USING WS-ClauParam WS-ValorParam
             WS-ResultatParam.
           CANCEL "LLEGPARA.COB".
           IF WS-ResultatParam EQUAL "OK"
             UNSTRING WS-ValorParam DELIMITED BY "," INTO
               WS-DiesText(1) WS-DiesText(2) WS-DiesText(3)
               WS-DiesText(4)
             PERFORM AfegirDiesAvis VARYING WS-IndexDies FROM 1 BY 1
               UNTIL WS-IndexDies > 4
           END-IF.
           IF WS-NumDiesAvis EQUAL 0
             MOVE 2 TO WS-NumDiesAvis
             MOVE 30 TO WS-DiesAvis(1)
             MOVE 7 TO WS-DiesAvis(2)
           END-IF.

        AfegirDiesAvis.
           IF WS-DiesText(WS-IndexDies) NUMERIC
             ADD 1 TO WS-NumDiesAvis
             MOVE WS-DiesText(WS-IndexDies) TO
               WS-DiesAvis(WS-NumDiesAvis)
           END-IF.

        RevisarReserva.
           READ FitxerReserves NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF ReservaFerma
               PERFORM CalcularDiesFins
               MOVE 0 TO WS-DiesAplicats
               IF WS-DiesFins >= 0
                 PERFORM TriarDiesAvis VARYING WS-IndexDies FROM 1
                   BY 1 UNTIL WS-IndexDies > WS-NumDiesAvis
               END-IF
               IF WS-DiesAplicats > 0
                 PERFORM PrepararReserva
                 MOVE DniReserva TO WS-DniViatger
                 MOVE WS-ImportPendent TO WS-ImportViatger
                 PERFORM AvisarViatger
                 MOVE 0 TO WS-ImportViatger
                 PERFORM AvisarAcompanyant VARYING WS-IndexAcomp
                   FROM 1 BY 1 UNTIL WS-IndexAcomp > 9
               END-IF
             END-IF
           END-IF.

        CalcularDiesFins.
           MOVE -1 TO WS-DiesFins.
           MOVE 0 TO MesNumeric.
           UNSTRING DiaSortida DELIMITED BY SPACE INTO Dia Mes.
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

        TriarDiesAvis.
           IF WS-DiesFins <= WS-DiesAvis(WS-IndexDies)
             IF WS-DiesAplicats EQUAL 0 OR
                WS-DiesAvis(WS-IndexDies) < WS-DiesAplicats
               MOVE WS-DiesAvis(WS-IndexDies) TO WS-DiesAplicats
             END-IF
           END-IF.

        PrepararReserva.
           MOVE 0 TO WS-ImportPendent.
           IF PreuTotalReserva > ImportPagat
             COMPUTE WS-ImportPendent = PreuTotalReserva - ImportPagat
           END-IF.
           MOVE "N" TO WS-VisatViatge.
           MOVE 6 TO WS-MesosValidesa.
           MOVE CodiViatgeReservat TO CodiViatge.
           READ CatalegViatges.
           IF EstatCatalegViatges EQUAL "00" AND
              WS-RequisitsOberts EQUAL "S"
             MOVE Paisos TO DestiRequisit
             READ FitxerRequisits
             IF EstatFitxerRequisits NOT EQUAL "00"
               MOVE Continent TO DestiRequisit
               READ FitxerRequisits
             END-IF
             IF EstatFitxerRequisits EQUAL "00"
               MOVE VisatRequerit TO WS-VisatViatge
               IF MesosValidesaPassaport > 0
                 MOVE MesosValidesaPassaport TO WS-MesosValidesa
               END-IF
             END-IF
           END-IF.
           MOVE WS-AnySistema TO WS-AnySortida.
           IF MesNumeric < WS-MesSistema
             ADD 1 TO WS-AnySortida
           END-IF.
           COMPUTE WS-MesosSortida = WS-AnySortida * 12 + MesNumeric.
           PERFORM ObtenirRecollida.

        ObtenirRecollida.
           MOVE SPACES TO WS-PuntText.
           MOVE SPACES TO WS-HoraText.
           MOVE 0 TO MinutsOffsetPunt.
           IF WS-PuntsOberts EQUAL "S" AND
              CodiPuntReserva NOT EQUAL SPACES
             MOVE CodiViatgeReservat TO CodiViatgePunt
             MOVE CodiPuntReserva TO CodiPuntRecollida
             READ FitxerPuntsRecollida
             IF EstatFitxerPuntsRecollida EQUAL "00"
               MOVE DescripcioPunt TO WS-PuntText
             ELSE
               MOVE 0 TO MinutsOffsetPunt
             END-IF
           END-IF.
           IF WS-TramsOberts EQUAL "S"
             MOVE CodiViatgeReservat TO CodiViatgeTram
             MOVE DiaSortida TO DataDeparturaTram
             MOVE 1 TO NumeroTram
             READ FitxerTrams
             IF EstatFitxerTrams EQUAL "00" AND
                HoraSortidaTram(1:2) NUMERIC AND
                HoraSortidaTram(4:2) NUMERIC
               PERFORM CalcularHoraRecollida
             END-IF
           END-IF.

        CalcularHoraRecollida.
           MOVE HoraSortidaTram(1:2) TO WS-HoresRecollida.
           MOVE HoraSortidaTram(4:2) TO WS-MinutsRecollida.
           COMPUTE WS-MinutsTotals = WS-HoresRecollida * 60 +
             WS-MinutsRecollida + MinutsOffsetPunt.
           DIVIDE WS-MinutsTotals BY 60 GIVING WS-MinutsTotals
             REMAINDER WS-MinutsRecollida.
           DIVIDE WS-MinutsTotals BY 24 GIVING WS-MinutsTotals
             REMAINDER WS-HoresRecollida.
           STRING WS-HoresRecollida DELIMITED BY SIZE ":" DELIMITED
             BY SIZE WS-MinutsRecollida DELIMITED BY SIZE INTO
             WS-HoraText.

        AvisarAcompanyant.
           IF DniAcompanyants (WS-IndexAcomp) NOT EQUAL SPACES
             MOVE DniAcompanyants (WS-IndexAcomp) TO WS-DniViatger
             PERFORM AvisarViatger
           END-IF.

        AvisarViatger.
           MOVE NumeroReserva TO ReservaRecordatori.
           MOVE WS-DiesAplicats TO DiesRecordatori.
           MOVE WS-DniViatger TO DniRecordatori.
           READ FitxerRecordatoris.
           IF EstatFitxerRecordatoris EQUAL "00"
             ADD 1 TO WS-NumJaAvisats
           ELSE
             PERFORM ComprovarDocument
             PERFORM ObtenirNumeroNotificacio
             MOVE WS-DniViatger TO DniNotificat
             MOVE CodiViatgeReservat TO CodiViatgeNotificat
             MOVE "RECO" TO TipusNotificacio
             MOVE WS-DataNegociText TO DataGeneracio
             MOVE "P" TO EstatNotificacio
             WRITE RegistreNotificacio INVALID KEY
               REWRITE RegistreNotificacio
             END-WRITE
             IF EstatFitxerNotificacions EQUAL "00" OR "02"
               PERFORM GravarRecordatori
             END-IF
           END-IF.

        GravarRecordatori.
           MOVE NumeroReserva TO ReservaRecordatori.
           MOVE WS-DiesAplicats TO DiesRecordatori.
           MOVE WS-DniViatger TO DniRecordatori.
           MOVE NumeroNotificacio TO NumNotifRecordatori.
           MOVE WS-DataNegociText TO DataRecordatori.
           MOVE WS-ImportViatger TO ImportPendentRecordatori.
           MOVE WS-PuntText TO PuntRecordatori.
           MOVE WS-HoraText TO HoraRecordatori.
           MOVE WS-AvisDocument TO AvisDocumentRecordatori.
           WRITE RegistreRecordatori.
           ADD 1 TO WS-NumRecordatoris.

        ComprovarDocument.
           MOVE SPACES TO WS-AvisDocument.
           IF WS-DocumentsOberts EQUAL "S"
             MOVE WS-DniViatger TO DniDocument
             READ FitxerDocumentsViatge
             IF EstatFitxerDocumentsViatge NOT EQUAL "00"
               MOVE "SENSE DOCUMENT REGISTRAT" TO WS-AvisDocument
             ELSE
               PERFORM ExaminarDocument
             END-IF
           END-IF.

        ExaminarDocument.
           IF (VisatNecessari EQUAL "S" OR WS-VisatViatge EQUAL "S")
              AND VisatObtingut NOT EQUAL "S"
             MOVE "VISAT PENDENT" TO WS-AvisDocument
           END-IF.
           IF DataCaducitatDocument NOT EQUAL SPACES
             UNSTRING DataCaducitatDocument DELIMITED BY "/" INTO
               WS-DiaCad WS-MesCad WS-AnyCad
             COMPUTE WS-MesosCaducitat = WS-AnyCad * 12 + WS-MesCad
             IF WS-MesosCaducitat < WS-MesosSortida + WS-MesosValidesa
               IF WS-AvisDocument EQUAL SPACES
                 MOVE "DOCUMENT CADUCA AVIAT" TO WS-AvisDocument
               ELSE
                 MOVE "VISAT PENDENT I CADUCITAT" TO WS-AvisDocument
               END-IF
             END-IF
           END-IF.

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

        Tancar.
           CLOSE FitxerReserves.
           CLOSE CatalegViatges.
           IF WS-PuntsOberts EQUAL "S"
             CLOSE FitxerPuntsRecollida
           END-IF.
           IF WS-TramsOberts EQUAL "S"
             CLOSE FitxerTrams
           END-IF.
           IF WS-DocumentsOberts EQUAL "S"
             CLOSE FitxerDocumentsViatge
           END-IF.
           IF WS-RequisitsOberts EQUAL "S"
             CLOSE FitxerRequisits
           END-IF.
           CLOSE FitxerNotificacions.
           CLOSE FitxerRecordatoris.
