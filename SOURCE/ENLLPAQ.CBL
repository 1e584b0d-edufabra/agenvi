       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulPaquets.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FPAQUE.CPY.
            COPY S-FRESER.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-PAQUE.CPY.
          COPY FD-RESER.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerPaquets       PIC XX VALUE "00".
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 WS-PaquetCercat          PIC 9(7) VALUE 0.
         77 WS-SeqMaxima             PIC 99 VALUE 0.
         77 WS-TramsRestants         PIC 99 VALUE 0.
         77 WS-ReservesObert         PIC X VALUE "N".

        LINKAGE SECTION.
         77 OperacioPaquet           PIC X.
         77 NumeroReservaPaq         PIC 9(7).
         77 NumeroReservaEnllac      PIC 9(7).
         COPY PAQUET-W.CPY.

       PROCEDURE DIVISION USING OperacioPaquet NumeroReservaPaq
           NumeroReservaEnllac PaquetReserva.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerPaquets, FitxerReserves.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           MOVE "NO" TO PQ-Resultat.
           MOVE 0 TO PQ-NumeroPaquet.
           MOVE 0 TO PQ-NumTrams.
           MOVE 0 TO PQ-TotalPaquet.
           MOVE 0 TO PQ-PagatPaquet.
           IF OperacioPaquet EQUAL "A"
             PERFORM EnllacarTram
           END-IF.
           IF OperacioPaquet EQUAL "L"
             PERFORM LlegirPaquet
           END-IF.
           IF OperacioPaquet EQUAL "D"
             PERFORM DesenllacarTram
           END-IF.
           EXIT PROGRAM.

        EnllacarTram.
           OPEN I-O FitxerPaquets.
           IF EstatFitxerPaquets NOT EQUAL "00"
             OPEN OUTPUT FitxerPaquets
             CLOSE FitxerPaquets
             OPEN I-O FitxerPaquets
           END-IF.
           IF EstatFitxerPaquets NOT EQUAL "00"
             EXIT PROGRAM
           END-IF.
           MOVE NumeroReservaPaq TO NumeroReservaPaquet.
           READ FitxerPaquets KEY IS NumeroReservaPaquet.
           IF EstatFitxerPaquets NOT EQUAL "00"
             MOVE NumeroReservaPaq TO NumeroPaquet
             MOVE 1 TO SeqPaquet
             MOVE NumeroReservaPaq TO NumeroReservaPaquet
             WRITE RegistrePaquet
           END-IF.
           MOVE NumeroPaquet TO WS-PaquetCercat.
           PERFORM PosicionarPaquet.
           MOVE 0 TO WS-SeqMaxima.
           PERFORM CercarSeqMaxima UNTIL FiFitxer = "SI".
           MOVE WS-PaquetCercat TO NumeroPaquet.
           COMPUTE SeqPaquet = WS-SeqMaxima + 1.
           MOVE NumeroReservaEnllac TO NumeroReservaPaquet.
           WRITE RegistrePaquet.
           IF EstatFitxerPaquets EQUAL "00"
             MOVE "OK" TO PQ-Resultat
             MOVE WS-PaquetCercat TO PQ-NumeroPaquet
           END-IF.
           CLOSE FitxerPaquets.

        PosicionarPaquet.
           MOVE "NO" TO FiFitxer.
           MOVE WS-PaquetCercat TO NumeroPaquet.
           MOVE 0 TO SeqPaquet.
           START FitxerPaquets KEY IS NOT LESS THAN ClauPaquet.
           IF EstatFitxerPaquets NOT EQUAL "00"
             MOVE "SI" TO FiFitxer
           END-IF.

        CercarSeqMaxima.
           READ FitxerPaquets NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF NumeroPaquet NOT EQUAL WS-PaquetCercat
               MOVE "SI" TO FiFitxer
             ELSE
               MOVE SeqPaquet TO WS-SeqMaxima
             END-IF
           END-IF.

        LlegirPaquet.
           OPEN INPUT FitxerPaquets.
           IF EstatFitxerPaquets NOT EQUAL "00"
             EXIT PROGRAM
           END-IF.
           MOVE NumeroReservaPaq TO NumeroReservaPaquet.
           READ FitxerPaquets KEY IS NumeroReservaPaquet.
           IF EstatFitxerPaquets NOT EQUAL "00"
             CLOSE FitxerPaquets
             EXIT PROGRAM
           END-IF.
           MOVE NumeroPaquet TO WS-PaquetCercat.
           MOVE NumeroPaquet TO PQ-NumeroPaquet.
           MOVE "N" TO WS-ReservesObert.
           OPEN INPUT FitxerReserves.
           IF EstatFitxerReserves EQUAL "00"
             MOVE "S" TO WS-ReservesObert
           END-IF.
           PERFORM PosicionarPaquet.
           PERFORM LlegirTram UNTIL FiFitxer = "SI".
           IF WS-ReservesObert EQUAL "S"
             CLOSE FitxerReserves
           END-IF.
           CLOSE FitxerPaquets.
           IF PQ-NumTrams > 1
             MOVE "OK" TO PQ-Resultat
           END-IF.

        LlegirTram.
           READ FitxerPaquets NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF NumeroPaquet NOT EQUAL WS-PaquetCercat
                OR PQ-NumTrams NOT LESS THAN 10
               MOVE "SI" TO FiFitxer
             ELSE
               ADD 1 TO PQ-NumTrams
               PERFORM CopiarTram
             END-IF
           END-IF.

        CopiarTram.
           MOVE NumeroReservaPaquet TO PQ-ReservaTram(PQ-NumTrams).
           MOVE SeqPaquet TO PQ-SeqTram(PQ-NumTrams).
           MOVE 0 TO PQ-ViatgeTram(PQ-NumTrams).
           MOVE SPACES TO PQ-DiaTram(PQ-NumTrams).
           MOVE 0 TO PQ-PlacesTram(PQ-NumTrams).
           MOVE 0 TO PQ-PreuTram(PQ-NumTrams).
           MOVE 0 TO PQ-PagatTram(PQ-NumTrams).
           IF WS-ReservesObert EQUAL "S"
             MOVE NumeroReservaPaquet TO NumeroReserva
             READ FitxerReserves
             IF EstatFitxerReserves EQUAL "00"
               MOVE CodiViatgeReservat TO PQ-ViatgeTram(PQ-NumTrams)
               MOVE DiaSortida TO PQ-DiaTram(PQ-NumTrams)
               MOVE PlacesReservades TO PQ-PlacesTram(PQ-NumTrams)
               MOVE PreuTotalReserva TO PQ-PreuTram(PQ-NumTrams)
               MOVE ImportPagat TO PQ-PagatTram(PQ-NumTrams)
               ADD PreuTotalReserva TO PQ-TotalPaquet
               ADD ImportPagat TO PQ-PagatPaquet
             END-IF
           END-IF.

        DesenllacarTram.
           OPEN I-O FitxerPaquets.
           IF EstatFitxerPaquets NOT EQUAL "00"
             EXIT PROGRAM
           END-IF.
           MOVE NumeroReservaPaq TO NumeroReservaPaquet.
           READ FitxerPaquets KEY IS NumeroReservaPaquet.
           IF EstatFitxerPaquets NOT EQUAL "00"
             CLOSE FitxerPaquets
             EXIT PROGRAM
           END-IF.
           MOVE NumeroPaquet TO WS-PaquetCercat.
           DELETE FitxerPaquets RECORD.
           PERFORM PosicionarPaquet.
           MOVE 0 TO WS-TramsRestants.
           PERFORM ComptarTramRestant UNTIL FiFitxer = "SI".
           IF WS-TramsRestants EQUAL 1
             PERFORM PosicionarPaquet
             PERFORM EsborrarTramSol UNTIL FiFitxer = "SI"
           END-IF.
           CLOSE FitxerPaquets.
           MOVE "OK" TO PQ-Resultat.

        ComptarTramRestant.
           READ FitxerPaquets NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF NumeroPaquet NOT EQUAL WS-PaquetCercat
               MOVE "SI" TO FiFitxer
             ELSE
               ADD 1 TO WS-TramsRestants
             END-IF
           END-IF.

        EsborrarTramSol.
           READ FitxerPaquets NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF NumeroPaquet NOT EQUAL WS-PaquetCercat
               MOVE "SI" TO FiFitxer
             ELSE
               DELETE FitxerPaquets RECORD
             END-IF
           END-IF.
