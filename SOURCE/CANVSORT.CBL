             03 WS-ContiContractades PIC 9(4).
             03 WS-ContiOcupades     PIC 9(4).
             03 WS-ContiRelease      PIC 9(3).
             03 WS-ContiHabitacions.
               04 WS-ContiHab OCCURS 4 TIMES.
                 05 WS-ContiHabContr PIC 9(3).
                 05 WS-ContiHabOcup  PIC 9(3).
         77 WS-IndexTipusHab         PIC 9 VALUE 0.
         77 WS-NumCanviades          PIC 9(5) VALUE 0.
         01 WS-ImatgeAbans           PIC X(527).
         01 WS-DataSistema           PIC 9(8).
           END-IF.
           MOVE 8 TO Fila.
           MOVE "NO" TO FiFitxer.
           PERFORM PosicionarSortida.
           PERFORM TraslladarReserva UNTIL FiFitxer = "SI".
           DISPLAY "Reserves canviades: " LINE 21 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
                   WS-ContiOcupades(WS-NumContiMoure)
                 MOVE DiesReleaseContingent TO
                   WS-ContiRelease(WS-NumContiMoure)
                 IF HabitacionsContingent NUMERIC
                   MOVE HabitacionsContingent TO
                     WS-ContiHabitacions(WS-NumContiMoure)
                 ELSE
                   MOVE ZEROS TO
                     WS-ContiHabitacions(WS-NumContiMoure)
                 END-IF
               END-IF
             END-IF
           END-IF.
                 PlacesContractades
               ADD WS-ContiOcupades(WS-IndexConti) TO
                 PlacesOcupadesContingent
               IF HabitacionsContingent NOT NUMERIC
                 MOVE ZEROS TO HabitacionsContingent
               END-IF
               PERFORM SumarHabMogudes VARYING WS-IndexTipusHab
                 FROM 1 BY 1 UNTIL WS-IndexTipusHab > 4
               REWRITE RegistreContingent
             ELSE
               MOVE WS-CodiViatgeCercat TO CodiViatgeContingent
                 PlacesOcupadesContingent
               MOVE WS-ContiRelease(WS-IndexConti) TO
                 DiesReleaseContingent
               MOVE WS-ContiHabitacions(WS-IndexConti) TO
                 HabitacionsContingent
               WRITE RegistreContingent
             END-IF
           END-IF.

        SumarHabMogudes.
           ADD WS-ContiHabContr(WS-IndexConti, WS-IndexTipusHab) TO
             HabContractadesCont(WS-IndexTipusHab).
           ADD WS-ContiHabOcup(WS-IndexConti, WS-IndexTipusHab) TO
             HabOcupadesCont(WS-IndexTipusHab).

        MoureBlocs.
           OPEN I-O FitxerBlocs.
           IF EstatFitxerBlocs NOT EQUAL "00"
             END-IF
           END-IF.

        PosicionarSortida.
           MOVE "NO" TO FiFitxer.
           MOVE WS-CodiViatgeCercat TO CodiViatgeReservat.
           MOVE LOW-VALUES TO DiaSortida.
           MOVE WS-DataVella(1:6) TO DiaSortida(1:6).
           START FitxerReserves KEY IS NOT LESS THAN ClauSortida.
           IF EstatFitxerReserves NOT EQUAL "00"
             MOVE "SI" TO FiFitxer
           END-IF.

        ComprovarFiSortida.
           IF FiFitxer NOT EQUAL "SI"
             IF CodiViatgeReservat NOT EQUAL WS-CodiViatgeCercat
               MOVE "SI" TO FiFitxer
             END-IF
             IF DiaSortida(1:6) NOT EQUAL WS-DataVella(1:6)
               MOVE "SI" TO FiFitxer
             END-IF
           END-IF.

        TraslladarReserva.
           READ FitxerReserves NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           PERFORM ComprovarFiSortida.
           IF FiFitxer NOT EQUAL "SI"
             IF CodiViatgeReservat EQUAL WS-CodiViatgeCercat AND
                DiaSortida(1:6) EQUAL WS-DataVella(1:6)
