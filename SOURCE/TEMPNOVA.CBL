       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulNovaTemporada.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FCATVI.CPY.
            COPY S-FDEPAR.CPY.
            COPY S-FITINE.CPY.
            COPY S-FEXCUR.CPY.
            COPY S-FPREC.CPY.
            COPY S-FCONTI.CPY.
            COPY S-FCANV.CPY.
            COPY S-FNUMCV.CPY.
            COPY S-FCHKPT.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-CATVI.CPY.
          COPY FD-DEPAR.CPY.
          COPY FD-ITINE.CPY.
          COPY FD-EXCUR.CPY.
          COPY FD-PREC.CPY.
          COPY FD-CONTI.CPY.
          COPY FD-CANV.CPY.
          COPY FD-NUMCV.CPY.
          COPY FD-CHKPT.CPY.

        WORKING-STORAGE SECTION.
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerDepartures    PIC XX VALUE "00".
         77 EstatFitxerItineraris    PIC XX VALUE "00".
         77 EstatFitxerExcursions    PIC XX VALUE "00".
         77 EstatFitxerPuntsRecollida PIC XX VALUE "00".
         77 EstatFitxerContingents   PIC XX VALUE "00".
         77 EstatFitxerCanvisPendents PIC XX VALUE "00".
         77 EstatFitxerNumCanvis     PIC XX VALUE "00".
         77 EstatFitxerCheckpoint    PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 Segur                    PIC X VALUE "N".
         77 Dia                      PIC 99.
         77 Mes                      PIC X(3).
         77 MesNumeric               PIC 99 VALUE 0.
         77 Comptador                PIC 99.
         77 WS-CodiInicial           PIC 9(5) VALUE 0.
         77 WS-CodiFinal             PIC 9(5) VALUE 0.
         77 WS-IncrementCodi         PIC 9(5) VALUE 0.
         77 WS-PercentAugment        PIC 9(2)V99 VALUE 0.
         77 WS-AnyOrigen             PIC 9(4) VALUE 0.
         77 WS-CodiActual            PIC 9(5) VALUE 0.
         77 WS-CodiNou               PIC 9(6) VALUE 0.
         77 WS-CodiInici             PIC 9(5) VALUE 0.
         77 WS-DarrerCodiFet         PIC 9(5) VALUE 0.
         77 WS-NumViatgesCopiats     PIC 9(5) VALUE 0.
         77 WS-NumViatgesRebutjats   PIC 9(5) VALUE 0.
         77 WS-NumDependents         PIC 9(7) VALUE 0.
         77 WS-DataOrigen            PIC X(10) VALUE SPACES.
         77 WS-DataNova              PIC X(10) VALUE SPACES.
         77 WS-DiaAny                PIC 9(3) VALUE 0.
         77 WS-DiesAny               PIC 9(3) VALUE 0.
         77 WS-AnyCalcul             PIC 9(4) VALUE 0.
         77 WS-Traspas               PIC 9 VALUE 0.
         77 WS-Quocient              PIC 9(4) VALUE 0.
         77 WS-Residu                PIC 9 VALUE 0.
         77 WS-Acumulat              PIC 9(3) VALUE 0.
         77 WS-MesNou                PIC 99 VALUE 0.
         77 WS-DiaNou                PIC 99 VALUE 0.
         77 WS-IndexToken            PIC 99 VALUE 0.
         77 WS-Punter                PIC 99 VALUE 1.
         77 WS-DatesNoves            PIC X(31) VALUE SPACES.
         77 WS-ImportCalcul          PIC 9(7) VALUE 0.
         77 ED-Codi                  PIC ZZZZ9.
         77 ED-Num                   PIC ZZZZZZ9.
         COPY SESSIO-W.CPY.
         01 WS-TaulaTokens.
           02 WS-Token OCCURS 12 TIMES PIC X(3).
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.
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
                 CatalegViatges, FitxerDepartures, FitxerItineraris,
                 FitxerExcursions, FitxerPuntsRecollida,
                 FitxerContingents, FitxerCanvisPendents.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN I-O CatalegViatges.
           IF EstatCatalegViatges NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Viatges NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           OPEN I-O FitxerDepartures.
           IF EstatFitxerDepartures NOT EQUAL "00"
             OPEN OUTPUT FitxerDepartures
             CLOSE FitxerDepartures
             OPEN I-O FitxerDepartures
           END-IF.
           OPEN I-O FitxerItineraris.
           IF EstatFitxerItineraris NOT EQUAL "00"
             OPEN OUTPUT FitxerItineraris
             CLOSE FitxerItineraris
             OPEN I-O FitxerItineraris
           END-IF.
           OPEN I-O FitxerExcursions.
           IF EstatFitxerExcursions NOT EQUAL "00"
             OPEN OUTPUT FitxerExcursions
             CLOSE FitxerExcursions
             OPEN I-O FitxerExcursions
           END-IF.
           OPEN I-O FitxerPuntsRecollida.
           IF EstatFitxerPuntsRecollida NOT EQUAL "00"
             OPEN OUTPUT FitxerPuntsRecollida
             CLOSE FitxerPuntsRecollida
             OPEN I-O FitxerPuntsRecollida
           END-IF.
           OPEN I-O FitxerContingents.
           IF EstatFitxerContingents NOT EQUAL "00"
             OPEN OUTPUT FitxerContingents
             CLOSE FitxerContingents
             OPEN I-O FitxerContingents
           END-IF.
           OPEN I-O FitxerCanvisPendents.
           IF EstatFitxerCanvisPendents NOT EQUAL "00"
             OPEN OUTPUT FitxerCanvisPendents
             CLOSE FitxerCanvisPendents
             OPEN I-O FitxerCanvisPendents
           END-IF.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 2 0 23 80" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "COPIA DEL CATALEG A LA NOVA TEMPORADA" LINE 3
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Codi inicial dels viatges a copiar: " LINE 5
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-CodiInicial LINE 5 POSITION 42 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "Codi final dels viatges a copiar: " LINE 6
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-CodiFinal LINE 6 POSITION 42 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "Increment per al codi nou: " LINE 7
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-IncrementCodi LINE 7 POSITION 42 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           DISPLAY "Percentatge d'augment de preus: " LINE 8
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-PercentAugment LINE 8 POSITION 42 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           MOVE WS-AnySistema TO WS-AnyOrigen.
           DISPLAY "Any de les sortides d'origen: " LINE 9
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-AnyOrigen LINE 9 POSITION 42 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           IF WS-CodiFinal < WS-CodiInicial OR
              WS-IncrementCodi EQUAL 0 OR
              WS-CodiInicial + WS-IncrementCodi NOT > WS-CodiFinal OR
              WS-CodiFinal + WS-IncrementCodi > 99999
             DISPLAY "ERROR!!! Els codis nous s'encavalquen amb els"
               BEEP LINE 11 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "d'origen o passen de 99999" LINE 12 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           MOVE "N" TO Segur.
           DISPLAY "Copiar els viatges (S/N)? " LINE 11 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Segur LINE 11 POSITION 32 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF Segur NOT EQUAL "S"
             PERFORM Sortir
           END-IF.
           PERFORM ObtenirCheckpoint.
           MOVE WS-CodiInicial TO WS-CodiInici.
           IF WS-DarrerCodiFet NOT < WS-CodiInicial AND
              WS-DarrerCodiFet < WS-CodiFinal
             COMPUTE WS-CodiInici = WS-DarrerCodiFet + 1
             DISPLAY "Reprenent despres del viatge " LINE 12
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY WS-DarrerCodiFet LINE 12 POSITION 35
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           PERFORM TractarCodi VARYING WS-CodiActual FROM WS-CodiInici
             BY 1 UNTIL WS-CodiActual > WS-CodiFinal.
           PERFORM FinalitzarCheckpoint.
           PERFORM MostrarResum.
           PERFORM Sortir.

        ObtenirCheckpoint.
           OPEN I-O FitxerCheckpoint.
           IF EstatFitxerCheckpoint NOT EQUAL "00"
             OPEN OUTPUT FitxerCheckpoint
             CLOSE FitxerCheckpoint
             OPEN I-O FitxerCheckpoint
           END-IF.
           MOVE 0 TO WS-DarrerCodiFet.
           MOVE "TEMPNOVA" TO NomProces.
           READ FitxerCheckpoint.
           IF EstatFitxerCheckpoint EQUAL "00"
             IF NumRegistresFets > 0 AND
                ClauCheckpoint(1:5) IS NUMERIC
               MOVE ClauCheckpoint(1:5) TO WS-DarrerCodiFet
             END-IF
           ELSE
             MOVE "TEMPNOVA" TO NomProces
             MOVE 0 TO NumRegistresFets
             MOVE SPACES TO ClauCheckpoint
             WRITE RegistreCheckpoint
           END-IF.

        DesarCheckpoint.
           MOVE "TEMPNOVA" TO NomProces.
           ADD 1 TO NumRegistresFets.
           MOVE SPACES TO ClauCheckpoint.
           MOVE WS-CodiActual TO ClauCheckpoint(1:5).
           REWRITE RegistreCheckpoint.

        FinalitzarCheckpoint.
           MOVE "TEMPNOVA" TO NomProces.
           MOVE 0 TO NumRegistresFets.
           MOVE SPACES TO ClauCheckpoint.
           REWRITE RegistreCheckpoint.
           CLOSE FitxerCheckpoint.

        TractarCodi.
           MOVE WS-CodiActual TO CodiViatge.
           READ CatalegViatges.
           IF EstatCatalegViatges NOT EQUAL "00"
             EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CodiNou = WS-CodiActual + WS-IncrementCodi.
           DISPLAY "Copiant viatge " LINE 14 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-CodiActual LINE 14 POSITION 20
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY " -> " LINE 14 POSITION 25
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-CodiNou(2:5) LINE 14 POSITION 29
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-CodiNou TO CodiViatge.
           READ CatalegViatges.
           IF EstatCatalegViatges EQUAL "00"
             ADD 1 TO WS-NumViatgesRebutjats
             DISPLAY "Codi nou ja existeix, viatge NO copiat" BEEP
               LINE 15 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             PERFORM DesarCheckpoint
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "                                      " LINE 15
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-CodiActual TO CodiViatge.
           READ CatalegViatges.
           PERFORM CopiarDepartures.
           PERFORM CopiarItinerari.
           PERFORM CopiarExcursions.
           PERFORM CopiarPuntsRecollida.
           PERFORM CopiarContingents.
           PERFORM PrepararViatgeNou.
           WRITE RegistreCatalegViatges.
           IF EstatCatalegViatges EQUAL "00"
             ADD 1 TO WS-NumViatgesCopiats
             PERFORM GravarCanviPendent
           ELSE
             ADD 1 TO WS-NumViatgesRebutjats
           END-IF.
           PERFORM DesarCheckpoint.

        PrepararViatgeNou.
           MOVE WS-CodiNou TO CodiViatge.
           MOVE PreuPersona TO WS-ImportCalcul.
           PERFORM AplicarAugment.
           MOVE WS-ImportCalcul TO PreuPersona.
           MOVE SuplementTempAlta TO WS-ImportCalcul.
           PERFORM AplicarAugment.
           MOVE WS-ImportCalcul TO SuplementTempAlta.
           MOVE SuplementTempMitjana TO WS-ImportCalcul.
           PERFORM AplicarAugment.
           MOVE WS-ImportCalcul TO SuplementTempMitjana.
           MOVE SuplementHabIndividual TO WS-ImportCalcul.
           PERFORM AplicarAugment.
           MOVE WS-ImportCalcul TO SuplementHabIndividual.
           MOVE 0 TO PlacesDisponibles.
           PERFORM DesplacarDatesSortida.

        AplicarAugment.
           COMPUTE WS-ImportCalcul ROUNDED = WS-ImportCalcul *
             (100 + WS-PercentAugment) / 100.

        DesplacarDatesSortida.
           MOVE SPACES TO WS-TaulaTokens.
           UNSTRING DatesSortida DELIMITED BY ALL " " INTO
             WS-Token(1) WS-Token(2) WS-Token(3) WS-Token(4)
             WS-Token(5) WS-Token(6) WS-Token(7) WS-Token(8)
             WS-Token(9) WS-Token(10) WS-Token(11) WS-Token(12).
           MOVE SPACES TO WS-DatesNoves.
           MOVE 1 TO WS-Punter.
           PERFORM DesplacarUnaData VARYING WS-IndexToken FROM 1 BY 2
             UNTIL WS-IndexToken > 11.
           MOVE WS-DatesNoves TO DatesSortida.

        DesplacarUnaData.
           IF WS-Token(WS-IndexToken) NOT EQUAL SPACES AND
              WS-Token(WS-IndexToken + 1) NOT EQUAL SPACES
             MOVE SPACES TO WS-DataOrigen
             STRING WS-Token(WS-IndexToken) DELIMITED BY SPACE " "
               DELIMITED BY SIZE WS-Token(WS-IndexToken + 1)
               DELIMITED BY SPACE INTO WS-DataOrigen
             PERFORM DesplacarData
             STRING WS-DataNova DELIMITED BY "  " " " DELIMITED BY
               SIZE INTO WS-DatesNoves WITH POINTER WS-Punter
           END-IF.

        DesplacarData.
           MOVE WS-DataOrigen TO WS-DataNova.
           MOVE 0 TO MesNumeric.
           MOVE 0 TO Dia.
           UNSTRING WS-DataOrigen DELIMITED BY SPACE INTO Dia Mes.
           PERFORM AdivinarMes VARYING Comptador FROM 1 BY 1
             UNTIL Comptador > 12.
           IF MesNumeric EQUAL 0 OR Dia < 1 OR Dia > 31
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-AnyOrigen TO WS-AnyCalcul.
           PERFORM CalcularTraspas.
           COMPUTE WS-DiaAny = DiesAcumulats (MesNumeric) + Dia.
           IF MesNumeric > 2
             ADD WS-Traspas TO WS-DiaAny
           END-IF.
           COMPUTE WS-DiesAny = 365 + WS-Traspas.
           ADD 364 TO WS-DiaAny.
           IF WS-DiaAny > WS-DiesAny
             SUBTRACT WS-DiesAny FROM WS-DiaAny
             ADD 1 TO WS-AnyCalcul
             PERFORM CalcularTraspas
           END-IF.
           MOVE 1 TO WS-MesNou.
           PERFORM CercarMesNou VARYING Comptador FROM 1 BY 1
             UNTIL Comptador > 12.
           MOVE DiesAcumulats (WS-MesNou) TO WS-Acumulat.
           IF WS-MesNou > 2
             ADD WS-Traspas TO WS-Acumulat
           END-IF.
           COMPUTE WS-DiaNou = WS-DiaAny - WS-Acumulat.
           MOVE SPACES TO WS-DataNova.
           STRING WS-DiaNou DELIMITED BY SIZE " " DELIMITED BY SIZE
             Mesos (WS-MesNou) DELIMITED BY SIZE INTO WS-DataNova.

        CalcularTraspas.
           MOVE 0 TO WS-Traspas.
           DIVIDE WS-AnyCalcul BY 4 GIVING WS-Quocient
             REMAINDER WS-Residu.
           IF WS-Residu EQUAL 0
             MOVE 1 TO WS-Traspas
           END-IF.

        CercarMesNou.
           MOVE DiesAcumulats (Comptador) TO WS-Acumulat.
           IF Comptador > 2
             ADD WS-Traspas TO WS-Acumulat
           END-IF.
           IF WS-Acumulat < WS-DiaAny
             MOVE Comptador TO WS-MesNou
           END-IF.

        AdivinarMes.
           IF Comptador < 13
             IF Mesos (Comptador) = Mes
               MOVE Comptador TO MesNumeric
             END-IF
           END-IF.

        CopiarDepartures.
           MOVE WS-CodiActual TO CodiViatgeDepartura.
           MOVE LOW-VALUES TO DataDepartura.
           START FitxerDepartures KEY IS NOT LESS THAN ClauDepartura.
           IF EstatFitxerDepartures EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM CopiarDepartura UNTIL FiFitxer = "SI"
           END-IF.

        CopiarDepartura.
           READ FitxerDepartures NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF CodiViatgeDepartura NOT EQUAL WS-CodiActual
               MOVE "SI" TO FiFitxer
             ELSE
               MOVE DataDepartura TO WS-DataOrigen
               PERFORM DesplacarData
               MOVE WS-CodiNou TO CodiViatgeDepartura
               MOVE WS-DataNova TO DataDepartura
               MOVE PlacesTotalsDepartura TO
                 PlacesDisponiblesDepartura
               WRITE RegistreDepartura
               IF EstatFitxerDepartures EQUAL "00"
                 ADD 1 TO WS-NumDependents
               END-IF
             END-IF
           END-IF.

        CopiarItinerari.
           MOVE WS-CodiActual TO CodiViatgeItinerari.
           MOVE 0 TO DiaItinerari.
           START FitxerItineraris KEY IS NOT LESS THAN ClauItinerari.
           IF EstatFitxerItineraris EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM CopiarDiaItinerari UNTIL FiFitxer = "SI"
           END-IF.

        CopiarDiaItinerari.
           READ FitxerItineraris NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF CodiViatgeItinerari NOT EQUAL WS-CodiActual
               MOVE "SI" TO FiFitxer
             ELSE
               MOVE WS-CodiNou TO CodiViatgeItinerari
               WRITE RegistreItinerari
               IF EstatFitxerItineraris EQUAL "00"
                 ADD 1 TO WS-NumDependents
               END-IF
             END-IF
           END-IF.

        CopiarExcursions.
           MOVE WS-CodiActual TO CodiViatgeExcursio.
           MOVE LOW-VALUES TO CodiExcursio.
           START FitxerExcursions KEY IS NOT LESS THAN ClauExcursio.
           IF EstatFitxerExcursions EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM CopiarExcursio UNTIL FiFitxer = "SI"
           END-IF.

        CopiarExcursio.
           READ FitxerExcursions NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF CodiViatgeExcursio NOT EQUAL WS-CodiActual
               MOVE "SI" TO FiFitxer
             ELSE
               MOVE WS-CodiNou TO CodiViatgeExcursio
               MOVE PreuExcursio TO WS-ImportCalcul
               PERFORM AplicarAugment
               MOVE WS-ImportCalcul TO PreuExcursio
               WRITE RegistreExcursio
               IF EstatFitxerExcursions EQUAL "00"
                 ADD 1 TO WS-NumDependents
               END-IF
             END-IF
           END-IF.

        CopiarPuntsRecollida.
           MOVE WS-CodiActual TO CodiViatgePunt.
           MOVE LOW-VALUES TO CodiPuntRecollida.
           START FitxerPuntsRecollida KEY IS NOT LESS THAN
             ClauPuntRecollida.
           IF EstatFitxerPuntsRecollida EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM CopiarPuntRecollida UNTIL FiFitxer = "SI"
           END-IF.

        CopiarPuntRecollida.
           READ FitxerPuntsRecollida NEXT RECORD, AT END MOVE "SI"
             TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF CodiViatgePunt NOT EQUAL WS-CodiActual
               MOVE "SI" TO FiFitxer
             ELSE
               MOVE WS-CodiNou TO CodiViatgePunt
               WRITE RegistrePuntRecollida
               IF EstatFitxerPuntsRecollida EQUAL "00"
                 ADD 1 TO WS-NumDependents
               END-IF
             END-IF
           END-IF.

        CopiarContingents.
           MOVE WS-CodiActual TO CodiViatgeContingent.
           MOVE LOW-VALUES TO DataSortidaContingent.
           MOVE LOW-VALUES TO CodiHotelContingent.
           START FitxerContingents KEY IS NOT LESS THAN ClauContingent.
           IF EstatFitxerContingents EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM CopiarContingent UNTIL FiFitxer = "SI"
           END-IF.

        CopiarContingent.
           READ FitxerContingents NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF CodiViatgeContingent NOT EQUAL WS-CodiActual
               MOVE "SI" TO FiFitxer
             ELSE
               MOVE DataSortidaContingent TO WS-DataOrigen
               PERFORM DesplacarData
               MOVE WS-CodiNou TO CodiViatgeContingent
               MOVE WS-DataNova TO DataSortidaContingent
               MOVE 0 TO PlacesOcupadesContingent
               IF HabitacionsContingent NOT NUMERIC
                 MOVE ZEROS TO HabitacionsContingent
               END-IF
               MOVE 0 TO HabOcupadesCont(1)
               MOVE 0 TO HabOcupadesCont(2)
               MOVE 0 TO HabOcupadesCont(3)
               MOVE 0 TO HabOcupadesCont(4)
               WRITE RegistreContingent
               IF EstatFitxerContingents EQUAL "00"
                 ADD 1 TO WS-NumDependents
               END-IF
             END-IF
           END-IF.

        GravarCanviPendent.
           PERFORM ObtenirNumeroCanvi.
           MOVE WS-CodiNou TO CodiViatgeCanvi.
           MOVE "NOUVIATGE" TO CampCanvi.
           MOVE WS-CodiActual TO ValorAnteriorCanvi.
           MOVE PreuPersona TO ValorNouCanvi.
           MOVE WS-NomUsuariSessio TO UsuariCanvi.
           MOVE SPACES TO DataCanvi.
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnySistema DELIMITED BY SIZE INTO DataCanvi.
           MOVE "P" TO EstatCanvi.
           WRITE RegistreCanviPendent.

        ObtenirNumeroCanvi.
           OPEN I-O FitxerNumCanvis.
           IF EstatFitxerNumCanvis NOT EQUAL "00"
             OPEN OUTPUT FitxerNumCanvis
             CLOSE FitxerNumCanvis
             OPEN I-O FitxerNumCanvis
           END-IF.
           MOVE "NUMCANVI" TO ClauNumCanvis.
           READ FitxerNumCanvis
             INVALID KEY MOVE 0 TO UltimNumeroCanvi
           END-READ.
           ADD 1 TO UltimNumeroCanvi.
           IF EstatFitxerNumCanvis EQUAL "00"
             REWRITE RegistreNumCanvis
           ELSE
             WRITE RegistreNumCanvis
           END-IF.
           MOVE UltimNumeroCanvi TO NumeroCanviPendent.
           CLOSE FitxerNumCanvis.

        MostrarResum.
           MOVE WS-NumViatgesCopiats TO ED-Num.
           DISPLAY "Viatges copiats:       " LINE 17 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Num LINE 17 POSITION 29
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-NumViatgesRebutjats TO ED-Num.
           DISPLAY "Viatges NO copiats:    " LINE 18 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Num LINE 18 POSITION 29
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-NumDependents TO ED-Num.
           DISPLAY "Registres dependents:  " LINE 19 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Num LINE 19 POSITION 29
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Els viatges nous queden PENDENTS d'aprovacio"
             LINE 21 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           ACCEPT Tecla NO BEEP.

        Sortir.
           CLOSE CatalegViatges.
           CLOSE FitxerDepartures.
           CLOSE FitxerItineraris.
           CLOSE FitxerExcursions.
           CLOSE FitxerPuntsRecollida.
           CLOSE FitxerContingents.
           CLOSE FitxerCanvisPendents.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 2 0 23 80" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           EXIT PROGRAM.
