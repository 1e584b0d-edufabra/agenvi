       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulHabitacionsContingent.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FCONTI.CPY.
            COPY S-FHABRE.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-CONTI.CPY.
          COPY FD-HABRE.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerContingents   PIC XX VALUE "00".
         77 EstatFitxerHabitacionsRes PIC XX VALUE "00".
         77 WS-IndexTipus            PIC 9 VALUE 0.
         77 WS-Comptador             PIC 9 VALUE 0.
         77 WS-TotalHabitacions      PIC 9(4) VALUE 0.
         77 WS-EsborrarHab           PIC X VALUE "N".
         COPY TIPHAB-W.CPY.

        LINKAGE SECTION.
         77 OperacioHab              PIC X.
         77 NumeroReservaHabL        PIC 9(7).
         77 CodiViatgeHab            PIC 9(5).
         77 DataSortidaHab           PIC X(10).
         77 CodiHotelHab             PIC X(5).
         77 TipusHab                 PIC X(3).
         77 NumHab                   PIC 9(2).
         77 LliuresHab               PIC 9(3).
         77 ResultatHab              PIC XX.

       PROCEDURE DIVISION USING OperacioHab NumeroReservaHabL
           CodiViatgeHab DataSortidaHab CodiHotelHab TipusHab NumHab
           LliuresHab ResultatHab.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerContingents, FitxerHabitacionsReserva.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           MOVE "SC" TO ResultatHab.
           MOVE 0 TO LliuresHab.
           MOVE "N" TO WS-EsborrarHab.
           IF OperacioHab EQUAL "A"
             PERFORM LlegirHabitacioReserva
             IF ResultatHab NOT EQUAL "OK"
               PERFORM Sortir
             END-IF
           END-IF.
           IF OperacioHab EQUAL "R"
             PERFORM LlegirHabitacioReserva
             IF ResultatHab EQUAL "OK"
               CLOSE FitxerHabitacionsReserva
             END-IF
             MOVE "N" TO WS-EsborrarHab
             PERFORM Sortir
           END-IF.
           IF OperacioHab EQUAL "G"
             PERFORM GravarHabitacioReserva
             PERFORM Sortir
           END-IF.
           MOVE 0 TO WS-IndexTipus.
           PERFORM CercarTipus VARYING WS-Comptador FROM 1 BY 1
             UNTIL WS-Comptador > 4.
           IF WS-IndexTipus EQUAL 0
             MOVE "NO" TO ResultatHab
             PERFORM Sortir
           END-IF.
           OPEN I-O FitxerContingents.
           IF EstatFitxerContingents NOT EQUAL "00"
             MOVE "SC" TO ResultatHab
             PERFORM Sortir
           END-IF.
           MOVE CodiViatgeHab TO CodiViatgeContingent.
           MOVE DataSortidaHab TO DataSortidaContingent.
           MOVE CodiHotelHab TO CodiHotelContingent.
           READ FitxerContingents.
           IF EstatFitxerContingents NOT EQUAL "00"
             MOVE "SC" TO ResultatHab
             CLOSE FitxerContingents
             PERFORM Sortir
           END-IF.
           IF HabitacionsContingent NOT NUMERIC
             MOVE ZEROS TO HabitacionsContingent
           END-IF.
           MOVE 0 TO WS-TotalHabitacions.
           PERFORM SumarHabitacions VARYING WS-Comptador FROM 1 BY 1
             UNTIL WS-Comptador > 4.
           IF WS-TotalHabitacions EQUAL 0
             MOVE "SC" TO ResultatHab
             CLOSE FitxerContingents
             PERFORM Sortir
           END-IF.
           IF HabContractadesCont(WS-IndexTipus) >
              HabOcupadesCont(WS-IndexTipus)
             COMPUTE LliuresHab = HabContractadesCont(WS-IndexTipus)
               - HabOcupadesCont(WS-IndexTipus)
           END-IF.
           MOVE "OK" TO ResultatHab.
           EVALUATE OperacioHab
             WHEN "O"
               IF NumHab > LliuresHab
                 MOVE "NO" TO ResultatHab
               ELSE
                 ADD NumHab TO HabOcupadesCont(WS-IndexTipus)
                 REWRITE RegistreContingent
                 SUBTRACT NumHab FROM LliuresHab
               END-IF
             WHEN "L"
               PERFORM TreureHabitacions
             WHEN "A"
               PERFORM TreureHabitacions
           END-EVALUATE.
           CLOSE FitxerContingents.
           PERFORM Sortir.

        CercarTipus.
           IF CodiTipusHab(WS-Comptador) EQUAL TipusHab
             MOVE WS-Comptador TO WS-IndexTipus
           END-IF.

        SumarHabitacions.
           ADD HabContractadesCont(WS-Comptador) TO
             WS-TotalHabitacions.

        TreureHabitacions.
           IF NumHab > HabOcupadesCont(WS-IndexTipus)
             MOVE 0 TO HabOcupadesCont(WS-IndexTipus)
           ELSE
             SUBTRACT NumHab FROM HabOcupadesCont(WS-IndexTipus)
           END-IF.
           REWRITE RegistreContingent.
           COMPUTE LliuresHab = HabContractadesCont(WS-IndexTipus)
             - HabOcupadesCont(WS-IndexTipus).

        LlegirHabitacioReserva.
           OPEN I-O FitxerHabitacionsReserva.
           IF EstatFitxerHabitacionsRes NOT EQUAL "00"
             MOVE "SC" TO ResultatHab
           ELSE
             MOVE NumeroReservaHabL TO NumeroReservaHab
             READ FitxerHabitacionsReserva
             IF EstatFitxerHabitacionsRes NOT EQUAL "00"
               MOVE "SC" TO ResultatHab
               CLOSE FitxerHabitacionsReserva
             ELSE
               MOVE CodiHotelHabReserva TO CodiHotelHab
               MOVE TipusHabReserva TO TipusHab
               MOVE NumHabReserva TO NumHab
               MOVE "S" TO WS-EsborrarHab
               MOVE "OK" TO ResultatHab
             END-IF
           END-IF.

        GravarHabitacioReserva.
           OPEN I-O FitxerHabitacionsReserva.
           IF EstatFitxerHabitacionsRes NOT EQUAL "00"
             OPEN OUTPUT FitxerHabitacionsReserva
             CLOSE FitxerHabitacionsReserva
             OPEN I-O FitxerHabitacionsReserva
           END-IF.
           MOVE NumeroReservaHabL TO NumeroReservaHab.
           READ FitxerHabitacionsReserva.
           MOVE NumeroReservaHabL TO NumeroReservaHab.
           MOVE CodiHotelHab TO CodiHotelHabReserva.
           MOVE TipusHab TO TipusHabReserva.
           MOVE NumHab TO NumHabReserva.
           IF EstatFitxerHabitacionsRes EQUAL "00"
             REWRITE RegistreHabitacioReserva
           ELSE
             WRITE RegistreHabitacioReserva
           END-IF.
           MOVE "OK" TO ResultatHab.
           CLOSE FitxerHabitacionsReserva.

        Sortir.
           IF WS-EsborrarHab EQUAL "S"
             DELETE FitxerHabitacionsReserva RECORD
             CLOSE FitxerHabitacionsReserva
             MOVE "N" TO WS-EsborrarHab
           END-IF.
           EXIT PROGRAM.
