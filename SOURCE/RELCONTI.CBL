         77 WS-DiaAnyAvui            PIC 9(3).
         77 WS-DiaAnySortida         PIC 9(3).
         77 WS-DiesFins              PIC S9(5).
         77 WS-DiesTancats           PIC 9(3) VALUE 0.
         77 WS-PlacesLliures         PIC S9(5) VALUE 0.
         77 WS-NumAvisos             PIC 9(5) VALUE 0.
         77 WS-NumReleases           PIC 9(5) VALUE 0.
         77 WS-PlacesRetornades      PIC 9(5) VALUE 0.
         77 Segur                    PIC X VALUE "N".
         77 WS-IndexTipusHab         PIC 9 VALUE 0.
         77 WS-HabLliuresTot         PIC 9(4) VALUE 0.
         77 WS-HabLliuresTipus       PIC 9(3) VALUE 0.
         77 WS-HabRetornades         PIC 9(5) VALUE 0.
         77 WS-ColumnaHab            PIC 99 VALUE 0.
         COPY TIPHAB-W.CPY.
         COPY DIESFEIN.CPY.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-PlacesRetornades LINE 21 POSITION 58
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Hab.: " LINE 21 POSITION 65
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-HabRetornades LINE 21 POSITION 71
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "AVISOS: " DELIMITED BY SIZE WS-NumAvisos
               WS-NumReleases DELIMITED BY SIZE
               "  PLACES RETORNADES: " DELIMITED BY SIZE
               WS-PlacesRetornades DELIMITED BY SIZE
               "  HABITACIONS RETORNADES: " DELIMITED BY SIZE
               WS-HabRetornades DELIMITED BY SIZE
               INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
             IF DiesReleaseContingent > 0
               COMPUTE WS-PlacesLliures = PlacesContractades -
                 PlacesOcupadesContingent
               MOVE 0 TO WS-HabLliuresTot
               IF HabitacionsContingent NUMERIC
                 PERFORM SumarHabLliures VARYING WS-IndexTipusHab
                   FROM 1 BY 1 UNTIL WS-IndexTipusHab > 4
               END-IF
               IF WS-PlacesLliures > 0 OR WS-HabLliuresTot > 0
                 PERFORM CalcularDiesFins
                 PERFORM CalcularDiesTancats
                 IF WS-DiesFins >= 0 AND WS-DiesFins <=
                    (DiesReleaseContingent + WS-DiesTancats +
                     WS-DiesAvis)
                   PERFORM TractarContingent
                 END-IF
               END-IF
             END-IF
           END-IF.

        SumarHabLliures.
           IF HabContractadesCont(WS-IndexTipusHab) >
              HabOcupadesCont(WS-IndexTipusHab)
             COMPUTE WS-HabLliuresTot = WS-HabLliuresTot +
               HabContractadesCont(WS-IndexTipusHab) -
               HabOcupadesCont(WS-IndexTipusHab)
           END-IF.

        CalcularDiesFins.
           MOVE -1 TO WS-DiesFins.
           MOVE 0 TO MesNumeric.
             END-IF
           END-IF.

        CalcularDiesTancats.
           MOVE 0 TO WS-DiesTancats.
           IF WS-DiesFins < DiesReleaseContingent
             EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO DF-Operacio.
           MOVE WS-OficinaSessio TO DF-Oficina.
           MOVE WS-DataSistema TO DF-DataInici.
           COMPUTE DF-Dies = WS-DiesFins - DiesReleaseContingent.
           CALL "DIESFEIN.COB" USING PeticioDiesFeiners.
           MOVE "R" TO DF-Operacio.
           MOVE DF-DataResultat TO DF-DataInici.
           MOVE 0 TO DF-Dies.
           CALL "DIESFEIN.COB" USING PeticioDiesFeiners.
           CANCEL "DIESFEIN.COB".
           MOVE DF-DiesNaturals TO WS-DiesTancats.

        AdivinarMes.
           IF Comptador < 13
             IF Mesos (Comptador) = Mes
               INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           IF WS-HabLliuresTot > 0
             PERFORM MostrarHabLliures
           END-IF.
           IF WS-ModeOperacio EQUAL "C"
             DISPLAY "Retornar (S/N)? " LINE Fila POSITION 62
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             MOVE 5 TO Fila
           END-IF.

        MostrarHabLliures.
           DISPLAY "Hab. lliures:" LINE Fila POSITION 62
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ADD 1 TO Fila.
           IF Fila > 19
             ACCEPT Tecla NO BEEP
             MOVE 5 TO Fila
           END-IF.
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "      HABITACIONS LLIURES:" DELIMITED BY SIZE
               INTO LiniaSortida
           END-IF.
           PERFORM MostrarHabLliuresTipus VARYING WS-IndexTipusHab
             FROM 1 BY 1 UNTIL WS-IndexTipusHab > 4.
           IF NOT SortidaPantalla
             WRITE LiniaSortida
           END-IF.

        MostrarHabLliuresTipus.
           MOVE 0 TO WS-HabLliuresTipus.
           IF HabContractadesCont(WS-IndexTipusHab) >
              HabOcupadesCont(WS-IndexTipusHab)
             COMPUTE WS-HabLliuresTipus =
               HabContractadesCont(WS-IndexTipusHab) -
               HabOcupadesCont(WS-IndexTipusHab)
           END-IF.
           COMPUTE WS-ColumnaHab = 12 * WS-IndexTipusHab.
           DISPLAY CodiTipusHab(WS-IndexTipusHab) LINE Fila
             POSITION WS-ColumnaHab
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ADD 4 TO WS-ColumnaHab.
           DISPLAY WS-HabLliuresTipus LINE Fila POSITION WS-ColumnaHab
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             COMPUTE WS-ColumnaHab = 20 + 8 * WS-IndexTipusHab
             MOVE CodiTipusHab(WS-IndexTipusHab) TO
               LiniaSortida(WS-ColumnaHab:3)
             ADD 4 TO WS-ColumnaHab
             MOVE WS-HabLliuresTipus TO LiniaSortida(WS-ColumnaHab:3)
           END-IF.

        ConfirmarRelease.
           ADD 1 TO WS-NumReleases.
           IF WS-PlacesLliures > 0
             ADD WS-PlacesLliures TO WS-PlacesRetornades
           END-IF.
           ADD WS-HabLliuresTot TO WS-HabRetornades.
           MOVE "CONTINGE" TO AD-Fitxer.
           MOVE SPACES TO AD-Clau.
           STRING CodiViatgeContingent DELIMITED BY SIZE " "
             SIZE INTO AD-Clau.
           MOVE SPACES TO AD-ValorsAbans.
           STRING "CONTRACTADES=" DELIMITED BY SIZE
             PlacesContractades DELIMITED BY SIZE " HAB="
             DELIMITED BY SIZE HabitacionsContingent DELIMITED BY
             SIZE INTO AD-ValorsAbans.
           IF WS-PlacesLliures > 0
             MOVE PlacesOcupadesContingent TO PlacesContractades
           END-IF.
           IF HabitacionsContingent NUMERIC
             PERFORM AlliberarHabTipus VARYING WS-IndexTipusHab
               FROM 1 BY 1 UNTIL WS-IndexTipusHab > 4
           END-IF.
           REWRITE RegistreContingent.
           MOVE SPACES TO AD-ValorsDespres.
           STRING "CONTRACTADES=" DELIMITED BY SIZE
             PlacesContractades DELIMITED BY SIZE " HAB="
             DELIMITED BY SIZE HabitacionsContingent DELIMITED BY
             SIZE " RELEASE" DELIMITED BY SIZE INTO
             AD-ValorsDespres.
           PERFORM RegistrarAuditoriaDades.
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        AlliberarHabTipus.
           IF HabContractadesCont(WS-IndexTipusHab) >
              HabOcupadesCont(WS-IndexTipusHab)
             MOVE HabOcupadesCont(WS-IndexTipusHab) TO
               HabContractadesCont(WS-IndexTipusHab)
           END-IF.

        RegistrarAuditoriaDades.
           OPEN EXTEND FitxerAuditoriaDades.
           IF EstatFitxerAuditoriaDades NOT EQUAL "00"
