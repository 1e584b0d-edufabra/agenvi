       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulDetallPreu.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FDETPR.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-DETPR.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerDetallPreu    PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 WS-IndexPas              PIC 99 VALUE 0.
         77 WS-PlacesSenseNom        PIC 9(4) VALUE 0.
         77 WS-TipusNou              PIC X(2) VALUE SPACES.
         77 WS-DniNou                PIC X(9) VALUE SPACES.
         77 WS-DescripcioNova        PIC X(30) VALUE SPACES.
         77 WS-ImportNou             PIC S9(7) VALUE 0.
         77 WS-NumRecarrecs          PIC 99 VALUE 0.
         77 WS-IndexRecarrec         PIC 99 VALUE 0.
         01 WS-TaulaRecarrecs.
           02 WS-Recarrec OCCURS 10 TIMES.
             03 WS-DescripcioRecarrec PIC X(30).
             03 WS-ImportRecarrec     PIC S9(7).
         77 ED-Edat                  PIC ZZ9.
         77 ED-Places                PIC ZZZ9.

        LINKAGE SECTION.
         77 OperacioDetall           PIC X.
         77 NumeroReservaDetL        PIC 9(7).
         COPY PREUCALC.CPY.
         COPY DETPREU-W.CPY.

       PROCEDURE DIVISION USING OperacioDetall NumeroReservaDetL
           PeticioCalculPreu DetallPreuReserva.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerDetallPreu.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           MOVE "NO" TO DP-ResultatDetall.
           MOVE 0 TO DP-NumLinies.
           MOVE 0 TO DP-TotalDetall.
           MOVE 0 TO DP-ImportRecarrecs.
           MOVE 0 TO DP-ImportTaxaTuristica.
           IF OperacioDetall EQUAL "G" OR OperacioDetall EQUAL "N"
              OR OperacioDetall EQUAL "T"
             PERFORM GravarDetall
           END-IF.
           IF OperacioDetall EQUAL "R"
             PERFORM AfegirRecarrec
           END-IF.
           IF OperacioDetall EQUAL "D"
             PERFORM ReduirRecarrec
           END-IF.
           IF OperacioDetall EQUAL "L"
             PERFORM LlegirDetall
           END-IF.
           EXIT PROGRAM.

        GravarDetall.
           OPEN I-O FitxerDetallPreu.
           IF EstatFitxerDetallPreu NOT EQUAL "00"
             OPEN OUTPUT FitxerDetallPreu
             CLOSE FitxerDetallPreu
             OPEN I-O FitxerDetallPreu
           END-IF.
           IF EstatFitxerDetallPreu NOT EQUAL "00"
             EXIT PROGRAM
           END-IF.
           MOVE 0 TO WS-NumRecarrecs.
           PERFORM PosicionarDetall.
           PERFORM EsborrarLinia UNTIL FiFitxer = "SI".
           PERFORM DetallarPassatger VARYING WS-IndexPas FROM 1 BY 1
             UNTIL WS-IndexPas > PC-NumPassatgers.
           MOVE 0 TO WS-PlacesSenseNom.
           IF PC-Places > PC-NumPassatgers
             COMPUTE WS-PlacesSenseNom = PC-Places - PC-NumPassatgers
           END-IF.
           IF WS-PlacesSenseNom > 0
             MOVE WS-PlacesSenseNom TO ED-Places
             MOVE SPACES TO WS-DescripcioNova
             STRING "PLACES SENSE NOM x" DELIMITED BY SIZE
               ED-Places DELIMITED BY SIZE INTO WS-DescripcioNova
             MOVE "PS" TO WS-TipusNou
             MOVE SPACES TO WS-DniNou
             COMPUTE WS-ImportNou = WS-PlacesSenseNom * PC-PreuPersona
             PERFORM AfegirLinia
           END-IF.
           MOVE SPACES TO WS-DniNou.
           IF PC-DescomptePromocio > 0
             MOVE SPACES TO WS-DescripcioNova
             STRING "PROMOCIO " DELIMITED BY SIZE PC-CodiPromocio
               DELIMITED BY SIZE INTO WS-DescripcioNova
             MOVE "PR" TO WS-TipusNou
             COMPUTE WS-ImportNou = 0 - PC-DescomptePromocio
             PERFORM AfegirLinia
           END-IF.
           IF PC-SuplementTemporada > 0
             MOVE "ST" TO WS-TipusNou
             MOVE "SUPLEMENT TEMPORADA" TO WS-DescripcioNova
             MOVE PC-SuplementTemporada TO WS-ImportNou
             PERFORM AfegirLinia
           END-IF.
           IF PC-SuplementHabInd > 0
             MOVE "HI" TO WS-TipusNou
             MOVE "SUPLEMENT HAB. INDIVIDUAL" TO WS-DescripcioNova
             MOVE PC-SuplementHabInd TO WS-ImportNou
             PERFORM AfegirLinia
           END-IF.
           IF PC-ImportAsseguranca > 0
             MOVE "AS" TO WS-TipusNou
             MOVE "ASSEGURANCA" TO WS-DescripcioNova
             MOVE PC-ImportAsseguranca TO WS-ImportNou
             PERFORM AfegirLinia
           END-IF.
           IF PC-ImportExcursions > 0
             MOVE "EX" TO WS-TipusNou
             MOVE "EXCURSIONS" TO WS-DescripcioNova
             MOVE PC-ImportExcursions TO WS-ImportNou
             PERFORM AfegirLinia
           END-IF.
           IF PC-TaxaTuristica > 0
             MOVE "TT" TO WS-TipusNou
             MOVE "TAXA TURISTICA" TO WS-DescripcioNova
             MOVE PC-TaxaTuristica TO WS-ImportNou
             PERFORM AfegirLinia
           END-IF.
           IF DP-ImportDescompte > 0
             MOVE "DE" TO WS-TipusNou
             MOVE "DESCOMPTE" TO WS-DescripcioNova
             COMPUTE WS-ImportNou = 0 - DP-ImportDescompte
             PERFORM AfegirLinia
           END-IF.
           IF DP-PuntsRedimits > 0
             MOVE "PU" TO WS-TipusNou
             MOVE "PUNTS REDIMITS" TO WS-DescripcioNova
             COMPUTE WS-ImportNou = 0 - DP-PuntsRedimits
             PERFORM AfegirLinia
           END-IF.
           MOVE "RC" TO WS-TipusNou.
           PERFORM RestaurarRecarrec VARYING WS-IndexRecarrec FROM 1
             BY 1 UNTIL WS-IndexRecarrec > WS-NumRecarrecs.
           CLOSE FitxerDetallPreu.
           MOVE "OK" TO DP-ResultatDetall.

        RestaurarRecarrec.
           MOVE WS-DescripcioRecarrec(WS-IndexRecarrec) TO
             WS-DescripcioNova.
           MOVE WS-ImportRecarrec(WS-IndexRecarrec) TO WS-ImportNou.
           PERFORM AfegirLinia.

        AfegirRecarrec.
           MOVE "RC" TO WS-TipusNou.
           MOVE SPACES TO WS-DniNou.
           MOVE DP-DescripcioLinia(1) TO WS-DescripcioNova.
           MOVE DP-ImportLinia(1) TO WS-ImportNou.
           OPEN I-O FitxerDetallPreu.
           IF EstatFitxerDetallPreu NOT EQUAL "00"
             OPEN OUTPUT FitxerDetallPreu
             CLOSE FitxerDetallPreu
             OPEN I-O FitxerDetallPreu
           END-IF.
           IF EstatFitxerDetallPreu NOT EQUAL "00"
             EXIT PROGRAM
           END-IF.
           PERFORM PosicionarDetall.
           PERFORM LlegirLinia UNTIL FiFitxer = "SI".
           MOVE "OK" TO DP-ResultatDetall.
           PERFORM ComprovarRecarrecRepetit VARYING WS-IndexRecarrec
             FROM 1 BY 1 UNTIL WS-IndexRecarrec > DP-NumLinies.
           IF DP-ResultatDetall EQUAL "OK"
             IF DP-NumLinies < 20
               PERFORM AfegirLinia
             ELSE
               MOVE "PL" TO DP-ResultatDetall
             END-IF
           END-IF.
           CLOSE FitxerDetallPreu.

        ReduirRecarrec.
           MOVE DP-DescripcioLinia(1) TO WS-DescripcioNova.
           MOVE DP-ImportLinia(1) TO WS-ImportNou.
           OPEN I-O FitxerDetallPreu.
           IF EstatFitxerDetallPreu NOT EQUAL "00"
             EXIT PROGRAM
           END-IF.
           PERFORM PosicionarDetall.
           PERFORM RebaixarLinia UNTIL FiFitxer = "SI".
           CLOSE FitxerDetallPreu.

        RebaixarLinia.
           READ FitxerDetallPreu NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF NumeroReservaDetall NOT EQUAL NumeroReservaDetL
               MOVE "SI" TO FiFitxer
             ELSE
               IF DetallRecarrec AND DescripcioDetall EQUAL
                  WS-DescripcioNova
                 SUBTRACT WS-ImportNou FROM ImportDetall
                 REWRITE RegistreDetallPreu
                 MOVE "OK" TO DP-ResultatDetall
                 MOVE "SI" TO FiFitxer
               END-IF
             END-IF
           END-IF.

        ComprovarRecarrecRepetit.
           IF DP-TipusLinia(WS-IndexRecarrec) EQUAL "RC" AND
              DP-DescripcioLinia(WS-IndexRecarrec) EQUAL
              WS-DescripcioNova
             MOVE "DU" TO DP-ResultatDetall
           END-IF.

        PosicionarDetall.
           MOVE "NO" TO FiFitxer.
           MOVE NumeroReservaDetL TO NumeroReservaDetall.
           MOVE 0 TO LiniaDetall.
           START FitxerDetallPreu KEY IS NOT LESS THAN ClauDetallPreu.
           IF EstatFitxerDetallPreu NOT EQUAL "00"
             MOVE "SI" TO FiFitxer
           END-IF.

        EsborrarLinia.
           READ FitxerDetallPreu NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF NumeroReservaDetall NOT EQUAL NumeroReservaDetL
               MOVE "SI" TO FiFitxer
             ELSE
               IF DetallRecarrec AND OperacioDetall EQUAL "G" AND
                  WS-NumRecarrecs < 10
                 PERFORM GuardarRecarrec
               END-IF
               IF DetallRecarrec AND OperacioDetall EQUAL "T" AND
                  DescripcioDetall(1:9) NOT EQUAL "RECARREC " AND
                  WS-NumRecarrecs < 10
                 PERFORM GuardarRecarrec
               END-IF
               DELETE FitxerDetallPreu RECORD
             END-IF
           END-IF.

        GuardarRecarrec.
           ADD 1 TO WS-NumRecarrecs.
           MOVE DescripcioDetall TO
             WS-DescripcioRecarrec(WS-NumRecarrecs).
           MOVE ImportDetall TO WS-ImportRecarrec(WS-NumRecarrecs).

        DetallarPassatger.
           MOVE "PA" TO WS-TipusNou.
           MOVE PC-PasDni(WS-IndexPas) TO WS-DniNou.
           MOVE PC-PasPreuBrut(WS-IndexPas) TO WS-ImportNou.
           MOVE SPACES TO WS-DescripcioNova.
           IF PC-PasEdat(WS-IndexPas) < 0
             MOVE 0 TO ED-Edat
           ELSE
             MOVE PC-PasEdat(WS-IndexPas) TO ED-Edat
           END-IF.
           EVALUATE PC-PasTipus(WS-IndexPas)
             WHEN "B"
               STRING "PASSATGER BEBE (EDAT" DELIMITED BY SIZE
                 ED-Edat DELIMITED BY SIZE ")" DELIMITED BY SIZE
                 INTO WS-DescripcioNova
             WHEN "N"
               STRING "PASSATGER NEN (EDAT" DELIMITED BY SIZE
                 ED-Edat DELIMITED BY SIZE ")" DELIMITED BY SIZE
                 INTO WS-DescripcioNova
             WHEN "G"
               MOVE "PLACA GRATUITA (LIDER GRUP)" TO WS-DescripcioNova
             WHEN OTHER
               MOVE "PASSATGER ADULT" TO WS-DescripcioNova
           END-EVALUATE.
           PERFORM AfegirLinia.

        AfegirLinia.
           IF DP-NumLinies < 20
             ADD 1 TO DP-NumLinies
             MOVE NumeroReservaDetL TO NumeroReservaDetall
             MOVE DP-NumLinies TO LiniaDetall
             MOVE WS-TipusNou TO TipusDetall
             MOVE WS-DniNou TO DniDetall
             MOVE WS-DescripcioNova TO DescripcioDetall
             MOVE WS-ImportNou TO ImportDetall
             MOVE SPACES TO CodiHotelDetall
             MOVE 0 TO NitsDetall
             MOVE 0 TO HostesTaxatsDetall
             MOVE 0 TO HostesExemptsDetall
             IF DetallTaxaTuristica
               MOVE PC-HotelTaxa TO CodiHotelDetall
               MOVE PC-NitsTaxa TO NitsDetall
               MOVE PC-HostesTaxats TO HostesTaxatsDetall
               MOVE PC-HostesExempts TO HostesExemptsDetall
             END-IF
             WRITE RegistreDetallPreu
             PERFORM CopiarLinia
           END-IF.

        LlegirDetall.
           OPEN INPUT FitxerDetallPreu.
           IF EstatFitxerDetallPreu NOT EQUAL "00"
             EXIT PROGRAM
           END-IF.
           PERFORM PosicionarDetall.
           PERFORM LlegirLinia UNTIL FiFitxer = "SI".
           CLOSE FitxerDetallPreu.
           IF DP-NumLinies > 0
             MOVE "OK" TO DP-ResultatDetall
           END-IF.

        LlegirLinia.
           READ FitxerDetallPreu NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF NumeroReservaDetall NOT EQUAL NumeroReservaDetL
                OR DP-NumLinies NOT LESS THAN 20
               MOVE "SI" TO FiFitxer
             ELSE
               ADD 1 TO DP-NumLinies
               PERFORM CopiarLinia
             END-IF
           END-IF.

        CopiarLinia.
           MOVE TipusDetall TO DP-TipusLinia(DP-NumLinies).
           MOVE DniDetall TO DP-DniLinia(DP-NumLinies).
           MOVE DescripcioDetall TO DP-DescripcioLinia(DP-NumLinies).
           MOVE ImportDetall TO DP-ImportLinia(DP-NumLinies).
           ADD ImportDetall TO DP-TotalDetall.
           IF DetallRecarrec
             ADD ImportDetall TO DP-ImportRecarrecs
           END-IF.
           IF DetallTaxaTuristica
             ADD ImportDetall TO DP-ImportTaxaTuristica
           END-IF.
