       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulXifrarDades.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
       DATA DIVISION.
        WORKING-STORAGE SECTION.
         77 WS-Alfabet               PIC X(36)
            VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
         77 WS-IndexCar              PIC 99 VALUE 0.
         77 WS-IndexLletra           PIC 99 VALUE 0.
         77 WS-IndexClau             PIC 99 VALUE 0.
         77 WS-CaracterAct           PIC X VALUE SPACE.
         77 WS-ValorCar              PIC 99 VALUE 0.
         77 WS-Desplacament          PIC 99 VALUE 0.
         77 WS-NouValor              PIC 99 VALUE 0.
         77 WS-Acumulador            PIC 9(9) VALUE 0.
         77 WS-Quocient              PIC 9(9) VALUE 0.
         77 WS-Trobat                PIC X VALUE "N".
         77 WS-CarsTotals            PIC 99 VALUE 0.
         77 WS-DadaClar              PIC X(24) VALUE SPACES.

        LINKAGE SECTION.
         77 OperacioXifrat           PIC X.
         77 FormatDada               PIC X.
         77 DadaEntrada              PIC X(24).
         77 DadaSortida              PIC X(24).
         77 ClauXifrat               PIC X(9).

       PROCEDURE DIVISION USING OperacioXifrat FormatDada DadaEntrada
           DadaSortida ClauXifrat.
        Principal.
           IF OperacioXifrat EQUAL "X"
             MOVE DadaEntrada TO WS-DadaClar
             MOVE DadaEntrada TO DadaSortida
             PERFORM IniciarAcumulador
             PERFORM XifrarCaracter VARYING WS-IndexCar FROM 1 BY 1
               UNTIL WS-IndexCar > 24
           ELSE
             PERFORM ObtenirDadaClar
             MOVE WS-DadaClar TO DadaSortida
             IF OperacioXifrat EQUAL "M"
               PERFORM EmmascararDada
             END-IF
           END-IF.
           MOVE SPACES TO WS-DadaClar.
           EXIT PROGRAM.

        ObtenirDadaClar.
           MOVE DadaEntrada TO WS-DadaClar.
           IF FormatDada EQUAL "X" OR FormatDada EQUAL "C"
             IF FormatDada EQUAL "C"
               PERFORM IniciarAcumulador
             ELSE
               MOVE 7919 TO WS-Acumulador
             END-IF
             PERFORM DesxifrarCaracter VARYING WS-IndexCar FROM 1 BY 1
               UNTIL WS-IndexCar > 24
           END-IF.

        IniciarAcumulador.
           MOVE 7919 TO WS-Acumulador.
           PERFORM BarrejarClau VARYING WS-IndexClau FROM 1 BY 1
             UNTIL WS-IndexClau > 9.

        BarrejarClau.
           MOVE ClauXifrat(WS-IndexClau:1) TO WS-CaracterAct.
           MOVE 36 TO WS-ValorCar.
           MOVE "N" TO WS-Trobat.
           PERFORM CompararLletra VARYING WS-IndexLletra FROM 1
             BY 1 UNTIL WS-IndexLletra > 36 OR WS-Trobat = "S".
           COMPUTE WS-Acumulador = (WS-Acumulador * 37) +
             WS-ValorCar + (WS-IndexClau * 7) + 1.
           DIVIDE WS-Acumulador BY 999983 GIVING WS-Quocient
             REMAINDER WS-Acumulador.

        XifrarCaracter.
           PERFORM CalcularDesplacament.
           PERFORM BuscarValorCar.
           IF WS-Trobat EQUAL "S"
             COMPUTE WS-NouValor = WS-ValorCar + WS-Desplacament
             IF WS-NouValor > 35
               SUBTRACT 36 FROM WS-NouValor
             END-IF
             MOVE WS-Alfabet(WS-NouValor + 1:1) TO
               DadaSortida(WS-IndexCar:1)
           END-IF.

        DesxifrarCaracter.
           PERFORM CalcularDesplacament.
           PERFORM BuscarValorCar.
           IF WS-Trobat EQUAL "S"
             COMPUTE WS-NouValor = WS-ValorCar + 36 - WS-Desplacament
             IF WS-NouValor > 35
               SUBTRACT 36 FROM WS-NouValor
             END-IF
             MOVE WS-Alfabet(WS-NouValor + 1:1) TO
               WS-DadaClar(WS-IndexCar:1)
           END-IF.

        CalcularDesplacament.
           COMPUTE WS-Acumulador = (WS-Acumulador * 131) +
             (WS-IndexCar * 17) + 29.
           DIVIDE WS-Acumulador BY 999983 GIVING WS-Quocient
             REMAINDER WS-Acumulador.
           DIVIDE WS-Acumulador BY 36 GIVING WS-Quocient
             REMAINDER WS-Desplacament.

        BuscarValorCar.
           IF OperacioXifrat EQUAL "X"
             MOVE WS-DadaClar(WS-IndexCar:1) TO WS-CaracterAct
           ELSE
             MOVE DadaEntrada(WS-IndexCar:1) TO WS-CaracterAct
           END-IF.
           MOVE 0 TO WS-ValorCar.
           MOVE "N" TO WS-Trobat.
           PERFORM CompararLletra VARYING WS-IndexLletra FROM 1
             BY 1 UNTIL WS-IndexLletra > 36 OR WS-Trobat = "S".

        CompararLletra.
           IF WS-Alfabet(WS-IndexLletra:1) EQUAL WS-CaracterAct
             COMPUTE WS-ValorCar = WS-IndexLletra - 1
             MOVE "S" TO WS-Trobat
           END-IF.

        EmmascararDada.
           MOVE 24 TO WS-CarsTotals.
           MOVE "N" TO WS-Trobat.
           PERFORM RetrocedirBlanc UNTIL WS-Trobat = "S" OR
             WS-CarsTotals = 0.
           PERFORM EmmascararCaracter VARYING WS-IndexCar FROM 1 BY 1
             UNTIL WS-IndexCar > WS-CarsTotals.

        RetrocedirBlanc.
           IF DadaSortida(WS-CarsTotals:1) NOT EQUAL SPACE
             MOVE "S" TO WS-Trobat
           ELSE
             SUBTRACT 1 FROM WS-CarsTotals
           END-IF.

        EmmascararCaracter.
           IF WS-IndexCar + 4 <= WS-CarsTotals
             IF DadaSortida(WS-IndexCar:1) NOT EQUAL SPACE
               MOVE "*" TO DadaSortida(WS-IndexCar:1)
             END-IF
           END-IF.
