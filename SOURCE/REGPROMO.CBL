       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulRegistrarPromocio.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FPROMO.CPY.
            COPY S-FPRORE.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-PROMO.CPY.
          COPY FD-PRORE.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerPromocions    PIC XX VALUE "00".
         77 EstatFitxerPromocionsRes PIC XX VALUE "00".
         77 WS-TeAnterior            PIC X VALUE "N".

        LINKAGE SECTION.
         77 NumeroReservaReg         PIC 9(7).
         77 CodiPromocioReg          PIC X(4).
         77 PercentPromocioReg       PIC 9(3).
         77 PlacesPromocioReg        PIC 9(4).
         77 ImportPromocioReg        PIC 9(7).
         77 DataReservaReg           PIC X(10).

       PROCEDURE DIVISION USING NumeroReservaReg CodiPromocioReg
           PercentPromocioReg PlacesPromocioReg ImportPromocioReg
           DataReservaReg.
        Principal.
           OPEN I-O FitxerPromocionsReserva.
           IF EstatFitxerPromocionsRes NOT EQUAL "00"
             OPEN OUTPUT FitxerPromocionsReserva
             CLOSE FitxerPromocionsReserva
             OPEN I-O FitxerPromocionsReserva
           END-IF.
           OPEN I-O FitxerPromocions.
           MOVE NumeroReservaReg TO NumeroReservaPromo.
           READ FitxerPromocionsReserva.
           IF EstatFitxerPromocionsRes EQUAL "00"
             MOVE "S" TO WS-TeAnterior
             PERFORM TreureAnterior
           ELSE
             MOVE "N" TO WS-TeAnterior
           END-IF.
           IF CodiPromocioReg NOT EQUAL SPACES
             PERFORM SumarNova
             MOVE NumeroReservaReg TO NumeroReservaPromo
             MOVE CodiPromocioReg TO CodiPromocioReserva
             MOVE PercentPromocioReg TO PercentPromoReserva
             MOVE PlacesPromocioReg TO PlacesPromoReserva
             MOVE ImportPromocioReg TO ImportPromoReserva
             MOVE DataReservaReg TO DataReservaPromo
             IF WS-TeAnterior EQUAL "S"
               REWRITE RegistrePromocioReserva
             ELSE
               WRITE RegistrePromocioReserva
             END-IF
           ELSE
             IF WS-TeAnterior EQUAL "S"
               DELETE FitxerPromocionsReserva RECORD
             END-IF
           END-IF.
           CLOSE FitxerPromocions.
           CLOSE FitxerPromocionsReserva.
           EXIT PROGRAM.

        TreureAnterior.
           MOVE CodiPromocioReserva TO CodiPromocio.
           READ FitxerPromocions.
           IF EstatFitxerPromocions EQUAL "00"
             IF ReservesPromocio > 0
               SUBTRACT 1 FROM ReservesPromocio
             END-IF
             IF PlacesUsadesPromocio > PlacesPromoReserva
               SUBTRACT PlacesPromoReserva FROM PlacesUsadesPromocio
             ELSE
               MOVE 0 TO PlacesUsadesPromocio
             END-IF
             IF ImportDescPromocio > ImportPromoReserva
               SUBTRACT ImportPromoReserva FROM ImportDescPromocio
             ELSE
               MOVE 0 TO ImportDescPromocio
             END-IF
             REWRITE RegistrePromocio
           END-IF.

        SumarNova.
           MOVE CodiPromocioReg TO CodiPromocio.
           READ FitxerPromocions.
           IF EstatFitxerPromocions EQUAL "00"
             ADD 1 TO ReservesPromocio
             ADD PlacesPromocioReg TO PlacesUsadesPromocio
             ADD ImportPromocioReg TO ImportDescPromocio
             REWRITE RegistrePromocio
           END-IF.
