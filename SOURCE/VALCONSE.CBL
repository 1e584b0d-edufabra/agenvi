       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulValidarConsentiment.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FCONSE.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-CONSE.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerConsentiments PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".

        LINKAGE SECTION.
         77 DniConsultat             PIC X(9).
         77 CanalConsultat           PIC X.
         77 ResultatConsentiment     PIC XX.

       PROCEDURE DIVISION USING DniConsultat CanalConsultat
           ResultatConsentiment.
        Principal.
           MOVE "NO" TO ResultatConsentiment.
           OPEN INPUT FitxerConsentiments.
           IF EstatFitxerConsentiments EQUAL "00"
             MOVE DniConsultat TO DniConsentiment
             MOVE CanalConsultat TO CanalConsentiment
             MOVE 0 TO SequenciaConsentiment
             START FitxerConsentiments KEY IS GREATER THAN
               ClauConsentiment
             IF EstatFitxerConsentiments EQUAL "00"
               MOVE "NO" TO FiFitxer
               PERFORM LlegirConsentiment UNTIL FiFitxer = "SI"
             END-IF
             CLOSE FitxerConsentiments
           END-IF.
           EXIT PROGRAM.

        LlegirConsentiment.
           READ FitxerConsentiments NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF DniConsentiment NOT EQUAL DniConsultat OR
                CanalConsentiment NOT EQUAL CanalConsultat
               MOVE "SI" TO FiFitxer
             ELSE
               IF ConsentimentAtorgat
                 MOVE "OK" TO ResultatConsentiment
               ELSE
                 MOVE "NO" TO ResultatConsentiment
               END-IF
             END-IF
           END-IF.
