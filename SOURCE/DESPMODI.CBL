       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulDespesesModificacio.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FTARDE.CPY.
            COPY S-FDESMO.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-TARDE.CPY.
          COPY FD-DESMO.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerTarifaDespeses PIC XX VALUE "00".
         77 EstatFitxerDespesesModif PIC XX VALUE "00".
         77 Tecla                    PIC X.
         77 FiFitxer                 PIC XX VALUE "NO".
         77 WS-Decisio               PIC X VALUE "C".
         77 WS-BandaTrobada          PIC X VALUE "N".
         77 WS-ImportFixBanda        PIC 9(5) VALUE 0.
         77 WS-PercentBanda          PIC 9(3) VALUE 0.
         77 WS-ImportTarifa          PIC 9(7) VALUE 0.
         77 WS-DiesAbans             PIC 9(3) VALUE 0.
         77 WS-DiesAvui              PIC 9(7) VALUE 0.
         77 WS-DiesSortida           PIC 9(7) VALUE 0.
         77 WS-DifDies               PIC S9(7) VALUE 0.
         77 WS-TextTipus             PIC X(15) VALUE SPACES.
         77 WS-Autoritzador          PIC X(15) VALUE SPACES.
         77 WS-ResultatValidacio     PIC XX VALUE "NO".
         77 WS-NomAdministrador      PIC X(15) VALUE SPACES.
         77 ED-Import                PIC ZZZZZZ9.
         77 ED-Dies                  PIC ZZ9.
         COPY SESSIO-W.CPY.
         COPY SORTTANC.CPY.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.
         01 WS-DataSortida           PIC 9(8).
         01 WS-DataSortidaR REDEFINES WS-DataSortida.
           02 WS-AnySortida          PIC 9(4).
           02 WS-MesSortida          PIC 99.
           02 WS-DiaSortida          PIC 99.
         01 WS-HoraSistema           PIC 9(8).
         01 WS-HoraSistemaR REDEFINES WS-HoraSistema.
           02 WS-HoresSistema        PIC 99.
           02 WS-MinutsSistema       PIC 99.
           02 WS-SegonsSistema       PIC 99.
           02 WS-Centesimes          PIC 99.
         01 WS-HoraMinutSegon        PIC 9(6).
         01 WS-HoraMinutSegonR REDEFINES WS-HoraMinutSegon.
           02 WS-HoresHMS            PIC 99.
           02 WS-MinutsHMS           PIC 99.
           02 WS-SegonsHMS           PIC 99.
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

        LINKAGE SECTION.
         COPY DESPMODI.CPY.

       PROCEDURE DIVISION USING PeticioDespesaModificacio.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerTarifaDespeses, FitxerDespesesModificacio.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           MOVE "NO" TO DM-Resultat.
           MOVE 0 TO DM-ImportDespesa.
           MOVE SPACES TO DM-DescripcioDespesa.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           ACCEPT WS-HoraSistema FROM TIME.
           PERFORM CalcularDiesAbans.
           PERFORM CercarBandaTarifa.
           IF WS-BandaTrobada NOT EQUAL "S"
             EXIT PROGRAM
           END-IF.
           COMPUTE WS-ImportTarifa = WS-ImportFixBanda +
             (DM-PreuBase * WS-PercentBanda) / 100.
           IF WS-ImportTarifa EQUAL 0
             EXIT PROGRAM
           END-IF.
           EVALUATE TRUE
             WHEN DM-CanviData
               MOVE "DESP.CANVI DATA" TO WS-TextTipus
             WHEN DM-CanviPlaces
               MOVE "DESP.PLACES" TO WS-TextTipus
             WHEN DM-CanviNom
               MOVE "DESP.CANVI NOM" TO WS-TextTipus
             WHEN OTHER
               MOVE "DESP.TRASLLAT" TO WS-TextTipus
           END-EVALUATE.
           PERFORM OferirDespesa.
           PERFORM RegistrarDespesa.
           DISPLAY SPACES LINE 20 POSITION 5.
           DISPLAY SPACES LINE 21 POSITION 5.
           EXIT PROGRAM.

        CalcularDiesAbans.
           MOVE 0 TO WS-DiesAbans.
           MOVE "D" TO ST-Operacio.
           MOVE DM-CodiViatge TO ST-CodiViatge.
           MOVE DM-DiaSortida TO ST-DiaSortida.
           MOVE DM-DataReserva TO ST-DataReserva.
           CALL "COMPTANC.COB" USING PeticioSortidaTancada.
           CANCEL "COMPTANC.COB".
           IF ST-DataSortida EQUAL 0
             EXIT PARAGRAPH
           END-IF.
           MOVE ST-DataSortida TO WS-DataSortida.
           COMPUTE WS-DiesAvui = (WS-AnySistema * 365) +
             DiesAcumulats(WS-MesSistema) + WS-DiaSistema.
           COMPUTE WS-DiesSortida = (WS-AnySortida * 365) +
             DiesAcumulats(WS-MesSortida) + WS-DiaSortida.
           COMPUTE WS-DifDies = WS-DiesSortida - WS-DiesAvui.
           IF WS-DifDies > 999
             MOVE 999 TO WS-DifDies
           END-IF.
           IF WS-DifDies > 0
             MOVE WS-DifDies TO WS-DiesAbans
           END-IF.

        CercarBandaTarifa.
           MOVE "N" TO WS-BandaTrobada.
           OPEN INPUT FitxerTarifaDespeses.
           IF EstatFitxerTarifaDespeses NOT EQUAL "00"
             EXIT PARAGRAPH
           END-IF.
           MOVE DM-TipusCanvi TO TipusCanviTarifa.
           MOVE 0 TO DiesMinimsTarifa.
           START FitxerTarifaDespeses KEY IS NOT LESS THAN
             ClauTarifaDespesa.
           IF EstatFitxerTarifaDespeses EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM LlegirBandaTarifa UNTIL FiFitxer = "SI"
           END-IF.
           CLOSE FitxerTarifaDespeses.

        LlegirBandaTarifa.
           READ FitxerTarifaDespeses NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer EQUAL "SI"
             EXIT PARAGRAPH
           END-IF.
           IF TipusCanviTarifa NOT EQUAL DM-TipusCanvi OR
              DiesMinimsTarifa > WS-DiesAbans
             MOVE "SI" TO FiFitxer
             EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-BandaTrobada.
           MOVE ImportFixTarifa TO WS-ImportFixBanda.
           MOVE PercentTarifa TO WS-PercentBanda.

        OferirDespesa.
           MOVE "C" TO WS-Decisio.
           MOVE SPACES TO WS-Autoritzador.
           MOVE WS-ImportTarifa TO ED-Import.
           MOVE WS-DiesAbans TO ED-Dies.
           DISPLAY WS-TextTipus LINE 20 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "a" LINE 20 POSITION 21
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Dies LINE 20 POSITION 23
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "dies:" LINE 20 POSITION 27
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 20 POSITION 33
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "(C)obrar (E)xonerar: " LINE 20 POSITION 42
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-Decisio LINE 20 POSITION 63 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP.
           IF WS-Decisio NOT EQUAL "E"
             MOVE "C" TO WS-Decisio
             EXIT PARAGRAPH
           END-IF.
           IF WS-RolSessioAdministrador
             MOVE WS-NomUsuariSessio TO WS-Autoritzador
             EXIT PARAGRAPH
           END-IF.
           CALL "VALADMIN.COB" USING WS-ResultatValidacio
             WS-NomAdministrador.
           CANCEL "VALADMIN.COB".
           IF WS-ResultatValidacio EQUAL "OK"
             MOVE WS-NomAdministrador TO WS-Autoritzador
           ELSE
             DISPLAY "Exoneracio NO autoritzada: es cobren les despeses"
               BEEP LINE 21 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             MOVE "C" TO WS-Decisio
           END-IF.

        RegistrarDespesa.
           OPEN I-O FitxerDespesesModificacio.
           IF EstatFitxerDespesesModif NOT EQUAL "00"
             OPEN OUTPUT FitxerDespesesModificacio
             CLOSE FitxerDespesesModificacio
             OPEN I-O FitxerDespesesModificacio
           END-IF.
           MOVE WS-HoraSistema(1:6) TO WS-HoraMinutSegon.
           MOVE DM-NumeroReserva TO NumeroReservaDespesa.
           MOVE WS-DataSistema TO DataDespesa.
           MOVE WS-HoraMinutSegon TO HoraDespesa.
           MOVE DM-TipusCanvi TO TipusCanviDespesa.
           MOVE WS-DiesAbans TO DiesAbansSortida.
           MOVE WS-ImportTarifa TO ImportTarifaDespesa.
           MOVE WS-NomUsuariSessio TO OperadorDespesa.
           MOVE WS-Autoritzador TO AutoritzatDespesa.
           MOVE WS-OficinaSessio TO OficinaDespesa.
           IF WS-Decisio EQUAL "E"
             MOVE "E" TO EstatDespesa
             MOVE 0 TO ImportCobratDespesa
             MOVE "EX" TO DM-Resultat
           ELSE
             MOVE "C" TO EstatDespesa
             MOVE WS-ImportTarifa TO ImportCobratDespesa
             MOVE WS-ImportTarifa TO DM-ImportDespesa
             MOVE SPACES TO DM-DescripcioDespesa
             STRING WS-TextTipus DELIMITED BY "  " " " DELIMITED BY
               SIZE WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
               SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
               SIZE WS-AnySistema(3:2) DELIMITED BY SIZE " "
               DELIMITED BY SIZE WS-HoresHMS DELIMITED BY SIZE ":"
               DELIMITED BY SIZE WS-MinutsHMS DELIMITED BY SIZE
               INTO DM-DescripcioDespesa
             MOVE "OK" TO DM-Resultat
           END-IF.
           WRITE RegistreDespesaModif.
           CLOSE FitxerDespesesModificacio.
