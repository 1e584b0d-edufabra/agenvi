       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulCercarLlar.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FLLARS.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-LLARS.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerLlars         PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 WS-CodiLlarCercat        PIC 9(7) VALUE 0.

        LINKAGE SECTION.
         77 OperacioLlar             PIC X.
         77 DniLlarCercat            PIC X(9).
         COPY LLAR-W.CPY.

       PROCEDURE DIVISION USING OperacioLlar DniLlarCercat LlarClient.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerLlars.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           MOVE "NO" TO LL-Resultat.
           MOVE 0 TO LL-CodiLlar.
           MOVE SPACES TO LL-NomLlar.
           MOVE SPACES TO LL-DniContacte.
           MOVE SPACES TO LL-AdrecaLlar.
           MOVE 0 TO LL-Num.
           MOVE 0 TO LL-Pis.
           MOVE 0 TO LL-Porta.
           MOVE 0 TO LL-NumMembres.
           MOVE SPACES TO LL-DniMembre(1).
           IF OperacioLlar EQUAL "D" AND DniLlarCercat NOT EQUAL SPACES
             PERFORM CercarLlarDni
           END-IF.
           IF OperacioLlar EQUAL "C"
             MOVE LL-CodiLlar TO WS-CodiLlarCercat
             PERFORM CercarLlarCodi
           END-IF.
           EXIT PROGRAM.

        CercarLlarDni.
           OPEN INPUT FitxerLlars.
           IF EstatFitxerLlars EQUAL "00"
             MOVE DniLlarCercat TO DniMembreLlar
             READ FitxerLlars KEY IS DniMembreLlar
             IF EstatFitxerLlars EQUAL "00"
               MOVE CodiLlar TO WS-CodiLlarCercat
               PERFORM LlegirLlar
             END-IF
             CLOSE FitxerLlars
           END-IF.

        CercarLlarCodi.
           OPEN INPUT FitxerLlars.
           IF EstatFitxerLlars EQUAL "00"
             PERFORM LlegirLlar
             CLOSE FitxerLlars
           END-IF.

        LlegirLlar.
           MOVE WS-CodiLlarCercat TO CodiLlar.
           MOVE SPACES TO DniMembreLlar.
           READ FitxerLlars KEY IS ClauLlar.
           IF EstatFitxerLlars EQUAL "00"
             MOVE "OK" TO LL-Resultat
             MOVE CodiLlar TO LL-CodiLlar
             MOVE NomLlar TO LL-NomLlar
             MOVE DniContacteLlar TO LL-DniContacte
             MOVE AdrecaLlar TO LL-AdrecaLlar
             MOVE "NO" TO FiFitxer
             PERFORM LlegirMembre UNTIL FiFitxer = "SI"
           END-IF.

        LlegirMembre.
           READ FitxerLlars NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF CodiLlar NOT EQUAL WS-CodiLlarCercat OR
                LL-NumMembres NOT LESS THAN 10
               MOVE "SI" TO FiFitxer
             ELSE
               ADD 1 TO LL-NumMembres
               MOVE DniMembreLlar TO LL-DniMembre(LL-NumMembres)
             END-IF
           END-IF.
