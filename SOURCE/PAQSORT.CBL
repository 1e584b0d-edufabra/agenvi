       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulPaquetSortida.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FRESER.CPY.
            COPY S-FCATVI.CPY.
            COPY S-FPAQSO.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-RESER.CPY.
          COPY FD-CATVI.CPY.
          COPY FD-PAQSO.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerPaquets       PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 8.
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         COPY SESSIO-W.CPY.
         COPY SORTAUTO-W.CPY.
         COPY PAQSOR-W.CPY.
         77 WS-NomFitxerSortida      PIC X(40) VALUE SPACES.
         77 WS-TitolSpool           PIC X(30) VALUE SPACES.
         77 WS-ModeAutomatic         PIC X VALUE "N".
         77 WS-Reimprimir            PIC X VALUE "N".
         77 WS-EsReimpressio         PIC X VALUE "N".
         77 WS-DiesPaquet            PIC 9(3) VALUE 2.
         77 WS-ClauParam             PIC X(12) VALUE SPACES.
         77 WS-ValorParam            PIC X(40) VALUE SPACES.
         77 WS-ResultatParam         PIC XX VALUE "NO".
         77 WS-DataTxt               PIC X(10) VALUE SPACES.
         77 WS-DataDesTxt            PIC X(10) VALUE SPACES.
         77 WS-DataFinsTxt           PIC X(10) VALUE SPACES.
         77 WS-DiaTxt                PIC 99 VALUE 0.
         77 WS-MesTxt                PIC 99 VALUE 0.
         77 WS-AnyTxt                PIC 9(4) VALUE 0.
         77 WS-DataConvertida        PIC 9(8) VALUE 0.
         77 WS-DataDes               PIC 9(8) VALUE 0.
         77 WS-DataFins              PIC 9(8) VALUE 0.
         77 WS-NumDies               PIC 99 VALUE 0.
         77 WS-IndexDia              PIC 99 VALUE 0.
         77 WS-DiaTrobat             PIC 99 VALUE 0.
         77 WS-NumSortides           PIC 9(3) VALUE 0.
         77 WS-IndexSortida          PIC 9(3) VALUE 0.
         77 WS-IndexB                PIC 9(3) VALUE 0.
         77 WS-SortidaTrobada        PIC 9(3) VALUE 0.
         77 WS-SortidesPerdudes      PIC 9(3) VALUE 0.
         77 WS-NumGenerats           PIC 9(3) VALUE 0.
         77 WS-NumSaltats            PIC 9(3) VALUE 0.
         77 WS-CodiItinerari         PIC 9(5) VALUE 0.
         77 WS-DataText              PIC X(10) VALUE SPACES.
         77 WS-TitolViatge           PIC X(37) VALUE SPACES.
         77 ED-Reserves              PIC ZZZ9.
         77 ED-Passatgers            PIC ZZZZ9.
         COPY DIESFEIN.CPY.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.
         01 WS-DataDia               PIC 9(8).
         01 WS-DataDiaR REDEFINES WS-DataDia.
           02 WS-AnyDia              PIC 9(4).
           02 WS-MesDia              PIC 99.
           02 WS-DiaDia              PIC 99.
         01 WS-TaulaDies.
           02 WS-DiaEntry OCCURS 31 TIMES.
             03 WS-DataTaula         PIC 9(8).
             03 WS-DiaMesTaula       PIC X(6).
         01 WS-TaulaSortides.
           02 WS-SortidaEntry OCCURS 100 TIMES.
             03 WS-ClauOrdre.
               04 WS-DataSortidaT    PIC 9(8).
               04 WS-CodiSortida     PIC 9(5).
             03 WS-DiaSortidaT       PIC X(6).
             03 WS-ReservesSortida   PIC 9(4).
             03 WS-PassatgersSortida PIC 9(5).
         01 WS-SortidaTempo          PIC X(28).
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
                 FitxerReserves, CatalegViatges, FitxerPaquets.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           MOVE "N" TO WS-PaquetActiu.
           IF WS-SortidaAutomatica EQUAL "I"
             MOVE "S" TO WS-ModeAutomatic
           END-IF.
           IF WS-ModeAutomatic NOT EQUAL "S" AND WS-RolSessioConsulta
             DISPLAY "ERROR!!! Usuari sense permis per generar"
               BEEP LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "paquets" LINE 11 POSITION 51
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           OPEN INPUT FitxerReserves.
           IF EstatFitxerReserves NOT EQUAL "00"
             IF WS-ModeAutomatic NOT EQUAL "S"
               DISPLAY "ERROR!!! Fitxer Reserves NO existeix" BEEP
                 LINE 11 POSITION 10 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE"
               ACCEPT Tecla NO BEEP
             END-IF
             EXIT PROGRAM
           END-IF.
           OPEN I-O FitxerPaquets.
           IF EstatFitxerPaquets NOT EQUAL "00"
             OPEN OUTPUT FitxerPaquets
             CLOSE FitxerPaquets
             OPEN I-O FitxerPaquets
           END-IF.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           IF WS-ModeAutomatic NOT EQUAL "S"
             MOVE "GRABA.EXE" TO Programa
             MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres
             CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
             CANCEL "COBDOS\COBDOS.EXE"
           END-IF.
           DISPLAY "PAQUET DE DOCUMENTACIO DE SORTIDA" LINE 2
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE 0 TO WS-NumDies.
           IF WS-ModeAutomatic EQUAL "S"
             PERFORM PrepararAutomatic
           ELSE
             PERFORM DemanarInterval
           END-IF.
           IF WS-NumDies EQUAL 0
             CLOSE FitxerReserves
             PERFORM Sortir
           END-IF.
           MOVE 0 TO WS-NumSortides.
           MOVE 0 TO WS-SortidesPerdudes.
           MOVE "NO" TO FiFitxer.
           PERFORM ComprovarReserva UNTIL FiFitxer = "SI".
           CLOSE FitxerReserves.
           PERFORM OrdenarSortides.
           DISPLAY "VIATGE SORTIDA  RES.  PAX. ESTAT" LINE 7
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE 8 TO Fila.
           MOVE 0 TO WS-NumGenerats.
           MOVE 0 TO WS-NumSaltats.
           PERFORM GenerarPaquet VARYING WS-IndexSortida FROM 1 BY 1
             UNTIL WS-IndexSortida > WS-NumSortides.
           DISPLAY "Paquets generats: " LINE 21 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-NumGenerats LINE 21 POSITION 23
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Ja generats: " LINE 21 POSITION 30
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-NumSaltats LINE 21 POSITION 43
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF WS-SortidesPerdudes > 0
             DISPLAY "Sortides no tractades (taula plena): " BEEP
               LINE 22 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY WS-SortidesPerdudes LINE 22 POSITION 43
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           IF WS-ModeAutomatic NOT EQUAL "S"
             ACCEPT Tecla NO BEEP
           END-IF.
           PERFORM Sortir.

        PrepararAutomatic.
           MOVE "N" TO WS-Reimprimir.
           MOVE "DIESPAQUET  " TO WS-ClauParam.
           CALL "LLEGPARA.COB" USING WS-ClauParam WS-ValorParam
             WS-ResultatParam.
           CANCEL "LLEGPARA.COB".
           IF WS-ResultatParam EQUAL "OK" AND
              WS-ValorParam(1:3) NUMERIC
             MOVE WS-ValorParam(1:3) TO WS-DiesPaquet
           END-IF.
           MOVE "N" TO DF-Operacio.
           MOVE WS-OficinaSessio TO DF-Oficina.
           MOVE WS-DataSistema TO DF-DataInici.
           MOVE WS-DiesPaquet TO DF-Dies.
           CALL "DIESFEIN.COB" USING PeticioDiesFeiners.
           CANCEL "DIESFEIN.COB".
           MOVE DF-DataResultat TO WS-DataDes.
           MOVE DF-DataResultat TO WS-DataFins.
           PERFORM CarregarDies.

        DemanarInterval.
           MOVE SPACES TO WS-DataDesTxt.
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnySistema DELIMITED BY SIZE INTO WS-DataDesTxt.
           MOVE WS-DataDesTxt TO WS-DataFinsTxt.
           DISPLAY "Sortides des del (DD/MM/AAAA): " LINE 3
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-DataDesTxt LINE 3 POSITION 37 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           DISPLAY "fins al (DD/MM/AAAA): " LINE 4
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-DataFinsTxt LINE 4 POSITION 37 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           MOVE WS-DataDesTxt TO WS-DataTxt.
           PERFORM ConvertirData.
           MOVE WS-DataConvertida TO WS-DataDes.
           MOVE WS-DataFinsTxt TO WS-DataTxt.
           PERFORM ConvertirData.
           MOVE WS-DataConvertida TO WS-DataFins.
           IF WS-DataDes EQUAL 0 OR WS-DataFins EQUAL 0 OR
              WS-DataFins < WS-DataDes
             DISPLAY "ERROR!!! Interval de dates incorrecte" BEEP
               LINE 20 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Reimprimir paquets ja generats (S/N)? " LINE 5
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE "N" TO WS-Reimprimir.
           ACCEPT WS-Reimprimir LINE 5 POSITION 44 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           PERFORM CarregarDies.
           IF WS-DataDia NOT GREATER THAN WS-DataFins
             DISPLAY "AVIS: nomes es tracten els primers 31 dies"
               BEEP LINE 6 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.

        ConvertirData.
           MOVE 0 TO WS-DataConvertida.
           MOVE 0 TO WS-DiaTxt.
           MOVE 0 TO WS-MesTxt.
           MOVE 0 TO WS-AnyTxt.
           UNSTRING WS-DataTxt DELIMITED BY "/" INTO WS-DiaTxt
             WS-MesTxt WS-AnyTxt.
           IF WS-DiaTxt < 1 OR WS-DiaTxt > 31 OR
              WS-MesTxt < 1 OR WS-MesTxt > 12 OR WS-AnyTxt < 2000
             EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DataConvertida = WS-AnyTxt * 10000 +
             WS-MesTxt * 100 + WS-DiaTxt.

        CarregarDies.
           MOVE 0 TO WS-NumDies.
           MOVE WS-DataDes TO WS-DataDia.
           PERFORM AfegirDia UNTIL WS-DataDia > WS-DataFins OR
             WS-NumDies >= 31.

        AfegirDia.
           ADD 1 TO WS-NumDies.
           MOVE WS-DataDia TO WS-DataTaula(WS-NumDies).
           MOVE SPACES TO WS-DiaMesTaula(WS-NumDies).
           STRING WS-DiaDia DELIMITED BY SIZE " " DELIMITED BY SIZE
             Mesos(WS-MesDia) DELIMITED BY SIZE INTO
             WS-DiaMesTaula(WS-NumDies).
           MOVE "N" TO DF-Operacio.
           MOVE WS-OficinaSessio TO DF-Oficina.
           MOVE WS-DataDia TO DF-DataInici.
           MOVE 1 TO DF-Dies.
           CALL "DIESFEIN.COB" USING PeticioDiesFeiners.
           CANCEL "DIESFEIN.COB".
           MOVE DF-DataResultat TO WS-DataDia.

        ComprovarReserva.
           READ FitxerReserves NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer EQUAL "SI"
             EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-DiaTrobat.
           PERFORM CercarDia VARYING WS-IndexDia FROM 1 BY 1
             UNTIL WS-IndexDia > WS-NumDies.
           IF WS-DiaTrobat > 0
             PERFORM AcumularSortida
           END-IF.

        CercarDia.
           IF DiaSortida(1:6) EQUAL WS-DiaMesTaula(WS-IndexDia)
             MOVE WS-IndexDia TO WS-DiaTrobat
           END-IF.

        AcumularSortida.
           MOVE 0 TO WS-SortidaTrobada.
           PERFORM CercarSortida VARYING WS-IndexSortida FROM 1 BY 1
             UNTIL WS-IndexSortida > WS-NumSortides.
           IF WS-SortidaTrobada EQUAL 0
             IF WS-NumSortides >= 100
               ADD 1 TO WS-SortidesPerdudes
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-NumSortides
             MOVE WS-NumSortides TO WS-SortidaTrobada
             MOVE CodiViatgeReservat TO
               WS-CodiSortida(WS-SortidaTrobada)
             MOVE WS-DataTaula(WS-DiaTrobat) TO
               WS-DataSortidaT(WS-SortidaTrobada)
             MOVE WS-DiaMesTaula(WS-DiaTrobat) TO
               WS-DiaSortidaT(WS-SortidaTrobada)
             MOVE 0 TO WS-ReservesSortida(WS-SortidaTrobada)
             MOVE 0 TO WS-PassatgersSortida(WS-SortidaTrobada)
           END-IF.
           ADD 1 TO WS-ReservesSortida(WS-SortidaTrobada).
           ADD PlacesReservades TO
             WS-PassatgersSortida(WS-SortidaTrobada).

        CercarSortida.
           IF WS-CodiSortida(WS-IndexSortida) EQUAL CodiViatgeReservat
              AND WS-DiaSortidaT(WS-IndexSortida) EQUAL
              DiaSortida(1:6)
             MOVE WS-IndexSortida TO WS-SortidaTrobada
           END-IF.

        OrdenarSortides.
           IF WS-NumSortides > 1
             PERFORM OrdenarPassada VARYING WS-IndexSortida FROM 1
               BY 1 UNTIL WS-IndexSortida >= WS-NumSortides
           END-IF.

        OrdenarPassada.
           PERFORM OrdenarParella VARYING WS-IndexB FROM 1 BY 1
             UNTIL WS-IndexB >= WS-NumSortides.

        OrdenarParella.
           IF WS-ClauOrdre(WS-IndexB) > WS-ClauOrdre(WS-IndexB + 1)
             MOVE WS-SortidaEntry(WS-IndexB) TO WS-SortidaTempo
             MOVE WS-SortidaEntry(WS-IndexB + 1) TO
               WS-SortidaEntry(WS-IndexB)
             MOVE WS-SortidaTempo TO WS-SortidaEntry(WS-IndexB + 1)
           END-IF.

        GenerarPaquet.
           MOVE WS-CodiSortida(WS-IndexSortida) TO CodiViatgePaquet.
           MOVE WS-DataSortidaT(WS-IndexSortida) TO
             DataSortidaPaquet.
           READ FitxerPaquets.
           MOVE "N" TO WS-EsReimpressio.
           IF EstatFitxerPaquets EQUAL "00"
             IF WS-Reimprimir NOT EQUAL "S"
               ADD 1 TO WS-NumSaltats
               MOVE "JA GENERAT" TO WS-DataText
               PERFORM MostrarSortida
               EXIT PARAGRAPH
             END-IF
             MOVE "S" TO WS-EsReimpressio
           END-IF.
           MOVE SPACES TO WS-TitolViatge.
           OPEN INPUT CatalegViatges.
           IF EstatCatalegViatges EQUAL "00"
             MOVE WS-CodiSortida(WS-IndexSortida) TO CodiViatge
             READ CatalegViatges
             IF EstatCatalegViatges EQUAL "00"
               MOVE Titol TO WS-TitolViatge
             END-IF
             CLOSE CatalegViatges
           END-IF.
           MOVE SPACES TO WS-TitolSpool.
           STRING "PAQUET SORTIDA " DELIMITED BY SIZE
             WS-CodiSortida(WS-IndexSortida) DELIMITED BY SIZE " "
             DELIMITED BY SIZE WS-DiaSortidaT(WS-IndexSortida)
             DELIMITED BY SIZE INTO WS-TitolSpool.
           CALL "OBRESPOL.COB" USING WS-TitolSpool
             WS-NomFitxerSortida.
           CANCEL "OBRESPOL.COB".
           OPEN OUTPUT FitxerSortida.
           PERFORM EscriureCoberta.
           CLOSE FitxerSortida.
           MOVE WS-CodiSortida(WS-IndexSortida) TO
             WS-PaquetCodiViatge.
           MOVE WS-DiaSortidaT(WS-IndexSortida) TO
             WS-PaquetDiaSortida.
           MOVE WS-NomFitxerSortida TO WS-PaquetFitxer.
           MOVE "S" TO WS-PaquetActiu.
           CALL "LLIMANIF.COB".
           CANCEL "LLIMANIF.COB".
           CALL "LLIEMBAR.COB".
           CANCEL "LLIEMBAR.COB".
           CALL "ETIQUETA.COB".
           CANCEL "ETIQUETA.COB".
           CALL "LLIEMERG.COB".
           CANCEL "LLIEMERG.COB".
           MOVE WS-CodiSortida(WS-IndexSortida) TO WS-CodiItinerari.
           CALL "LLIITINE.COB" USING WS-CodiItinerari.
           CANCEL "LLIITINE.COB".
           CALL "INFNECES.COB".
           CANCEL "INFNECES.COB".
           CALL "GESBONS.COB".
           CANCEL "GESBONS.COB".
           MOVE "N" TO WS-PaquetActiu.
           OPEN EXTEND FitxerSortida.
           PERFORM EscriureLlistaControl.
           CLOSE FitxerSortida.
           PERFORM RegistrarPaquet.
           ADD 1 TO WS-NumGenerats.
           IF WS-EsReimpressio EQUAL "S"
             MOVE "REIMPRES" TO WS-DataText
           ELSE
             MOVE "GENERAT" TO WS-DataText
           END-IF.
           PERFORM MostrarSortida.

        MostrarSortida.
           MOVE WS-ReservesSortida(WS-IndexSortida) TO ED-Reserves.
           MOVE WS-PassatgersSortida(WS-IndexSortida) TO
             ED-Passatgers.
           DISPLAY WS-CodiSortida(WS-IndexSortida) LINE Fila
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-DiaSortidaT(WS-IndexSortida) LINE Fila
             POSITION 12 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Reserves LINE Fila POSITION 20
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Passatgers LINE Fila POSITION 25
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-DataText LINE Fila POSITION 31
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ADD 1 TO Fila.
           IF Fila > 19
             IF WS-ModeAutomatic NOT EQUAL "S"
               ACCEPT Tecla NO BEEP
             END-IF
             MOVE 8 TO Fila
           END-IF.

        EscriureCoberta.
           MOVE ALL "=" TO LiniaSortida(1:72).
           WRITE LiniaSortida.
           MOVE "PAQUET DE DOCUMENTACIO DE SORTIDA" TO LiniaSortida.
           IF WS-EsReimpressio EQUAL "S"
             MOVE "** REIMPRESSIO **" TO LiniaSortida(40:17)
           END-IF.
           WRITE LiniaSortida.
           MOVE ALL "=" TO LiniaSortida(1:72).
           WRITE LiniaSortida.
           MOVE SPACES TO LiniaSortida.
           STRING "VIATGE:  " DELIMITED BY SIZE
             WS-CodiSortida(WS-IndexSortida) DELIMITED BY SIZE "  "
             DELIMITED BY SIZE WS-TitolViatge DELIMITED BY SIZE
             INTO LiniaSortida.
           WRITE LiniaSortida.
           MOVE WS-DataSortidaT(WS-IndexSortida) TO WS-DataDia.
           MOVE SPACES TO LiniaSortida.
           STRING "SORTIDA: " DELIMITED BY SIZE WS-DiaDia DELIMITED
             BY SIZE "/" DELIMITED BY SIZE WS-MesDia DELIMITED BY
             SIZE "/" DELIMITED BY SIZE WS-AnyDia DELIMITED BY SIZE
             INTO LiniaSortida.
           WRITE LiniaSortida.
           MOVE WS-ReservesSortida(WS-IndexSortida) TO ED-Reserves.
           MOVE WS-PassatgersSortida(WS-IndexSortida) TO
             ED-Passatgers.
           MOVE SPACES TO LiniaSortida.
           STRING "RESERVES: " DELIMITED BY SIZE ED-Reserves
             DELIMITED BY SIZE "   PASSATGERS: " DELIMITED BY SIZE
             ED-Passatgers DELIMITED BY SIZE INTO LiniaSortida.
           WRITE LiniaSortida.
           MOVE SPACES TO LiniaSortida.
           STRING "GENERAT EL " DELIMITED BY SIZE WS-DiaSistema
             DELIMITED BY SIZE "/" DELIMITED BY SIZE WS-MesSistema
             DELIMITED BY SIZE "/" DELIMITED BY SIZE WS-AnySistema
             DELIMITED BY SIZE " PER " DELIMITED BY SIZE
             WS-NomUsuariSessio DELIMITED BY SIZE INTO LiniaSortida.
           WRITE LiniaSortida.
           MOVE SPACES TO LiniaSortida.
           WRITE LiniaSortida.
           MOVE "CONTINGUT:" TO LiniaSortida.
           WRITE LiniaSortida.
           MOVE "  1. MANIFEST DE PASSATGERS" TO LiniaSortida.
           WRITE LiniaSortida.
           MOVE "  2. LLISTA D'EMBARCAMENT PER PARADA" TO LiniaSortida.
           WRITE LiniaSortida.
           MOVE "  3. ETIQUETES D'EQUIPATGE" TO LiniaSortida.
           WRITE LiniaSortida.
           MOVE "  4. CONTACTES D'EMERGENCIA" TO LiniaSortida.
           WRITE LiniaSortida.
           MOVE "  5. ITINERARI" TO LiniaSortida.
           WRITE LiniaSortida.
           MOVE "  6. NECESSITATS ESPECIALS" TO LiniaSortida.
           WRITE LiniaSortida.
           MOVE "  7. BONOS DE SERVEI" TO LiniaSortida.
           WRITE LiniaSortida.
           MOVE "  8. LLISTA DE COMPROVACIO" TO LiniaSortida.
           WRITE LiniaSortida.
           MOVE ALL "=" TO LiniaSortida(1:72).
           WRITE LiniaSortida.

        EscriureLlistaControl.
           MOVE ALL "=" TO LiniaSortida(1:72).
           WRITE LiniaSortida.
           MOVE SPACES TO LiniaSortida.
           STRING "LLISTA DE COMPROVACIO - VIATGE " DELIMITED BY SIZE
             WS-CodiSortida(WS-IndexSortida) DELIMITED BY SIZE
             " SORTIDA " DELIMITED BY SIZE
             WS-DiaSortidaT(WS-IndexSortida) DELIMITED BY SIZE
             INTO LiniaSortida.
           WRITE LiniaSortida.
           MOVE ALL "=" TO LiniaSortida(1:72).
           WRITE LiniaSortida.
           MOVE "[ ] MANIFEST DE PASSATGERS REVISAT" TO LiniaSortida.
           WRITE LiniaSortida.
           MOVE "[ ] LLISTA D'EMBARCAMENT PER PARADA" TO LiniaSortida.
           WRITE LiniaSortida.
           MOVE "[ ] ETIQUETES D'EQUIPATGE LLIURADES" TO LiniaSortida.
           WRITE LiniaSortida.
           MOVE "[ ] CONTACTES D'EMERGENCIA COMPLETS" TO LiniaSortida.
           WRITE LiniaSortida.
           MOVE "[ ] ITINERARI" TO LiniaSortida.
           WRITE LiniaSortida.
           MOVE "[ ] NECESSITATS ESPECIALS COMUNICADES" TO
             LiniaSortida.
           WRITE LiniaSortida.
           MOVE "[ ] BONOS DE SERVEI" TO LiniaSortida.
           WRITE LiniaSortida.
           MOVE SPACES TO LiniaSortida.
           WRITE LiniaSortida.
           MOVE "PREPARAT PER: ______________________  DATA: ________"
             TO LiniaSortida.
           WRITE LiniaSortida.
           MOVE SPACES TO LiniaSortida.
           WRITE LiniaSortida.
           MOVE "GUIA ACOMPANYANT: __________________  SIGNATURA: ____"
             TO LiniaSortida.
           WRITE LiniaSortida.
           MOVE ALL "=" TO LiniaSortida(1:72).
           WRITE LiniaSortida.

        RegistrarPaquet.
           MOVE WS-CodiSortida(WS-IndexSortida) TO CodiViatgePaquet.
           MOVE WS-DataSortidaT(WS-IndexSortida) TO
             DataSortidaPaquet.
           IF WS-EsReimpressio EQUAL "S"
             READ FitxerPaquets
           ELSE
             MOVE 0 TO VegadesPaquet
           END-IF.
           MOVE WS-DiaSortidaT(WS-IndexSortida) TO DiaSortidaPaquet.
           MOVE WS-DataSistema TO DataGeneracioPaquet.
           MOVE WS-NomUsuariSessio TO UsuariPaquet.
           MOVE WS-NomFitxerSortida TO FitxerPaquet.
           MOVE WS-ReservesSortida(WS-IndexSortida) TO ReservesPaquet.
           MOVE WS-PassatgersSortida(WS-IndexSortida) TO
             PassatgersPaquet.
           ADD 1 TO VegadesPaquet.
           IF WS-EsReimpressio EQUAL "S"
             REWRITE RegistrePaquet
           ELSE
             WRITE RegistrePaquet
           END-IF.

        Sortir.
           CLOSE FitxerPaquets.
           IF WS-ModeAutomatic NOT EQUAL "S"
             MOVE "RESTAURA.EXE" TO Programa
             MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres
             CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
             CANCEL "COBDOS\COBDOS.EXE"
           END-IF.
           EXIT PROGRAM.
