         77 WS-MesLim                PIC 99.
         77 WS-AnyLim                PIC 9(4).
         77 WS-PlacesRestants        PIC S9(4) VALUE 0.
         77 WS-PlacesPagament        PIC 9(4) VALUE 0.
         COPY SESSIO-W.CPY.
         COPY DIESFEIN.CPY.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.
             WS-MesLim WS-AnyLim.
           COMPUTE DataLimitNoms = WS-AnyLim * 10000 +
             WS-MesLim * 100 + WS-DiaLim.
           PERFORM AjustarDataLimitNoms.
           DISPLAY "Contacte del grup: " LINE 10 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT ContacteBloc LINE 10 POSITION 25 CONTROL
             PERFORM Sortir
           END-IF.
           MOVE 0 TO PlacesConsumidesBloc.
           MOVE 0 TO PassatgersPerGratuitat.
           MOVE SPACES TO DniLiderBloc.
           MOVE 0 TO GratuitatsGuanyades.
           MOVE 0 TO GratuitatsAssignades.
           PERFORM DemanarGratuitat.
           MOVE "A" TO EstatBloc.
           WRITE RegistreBloc.
           DISPLAY "Bloc signat i capacitat retinguda" LINE 13
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY TelefonContacteBloc LINE 9 POSITION 48
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF PassatgersPerGratuitat NOT NUMERIC
             MOVE 0 TO PassatgersPerGratuitat
             MOVE SPACES TO DniLiderBloc
             MOVE 0 TO GratuitatsGuanyades
             MOVE 0 TO GratuitatsAssignades
           END-IF.
           DISPLAY "Gratuitat: 1 per " LINE 10 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY PassatgersPerGratuitat LINE 10 POSITION 22
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Guanyades: " LINE 10 POSITION 27
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY GratuitatsGuanyades LINE 10 POSITION 38
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Assignades: " LINE 10 POSITION 43
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY GratuitatsAssignades LINE 10 POSITION 55
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Lider: " LINE 10 POSITION 60
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DniLiderBloc LINE 10 POSITION 67
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF BlocActiu
             DISPLAY "Vol modificar la gratuitat o el lider (S/N)? "
               LINE 11 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             MOVE "N" TO Segur
             ACCEPT Segur LINE 11 POSITION 52 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             IF Segur EQUAL "S"
               PERFORM DemanarGratuitat
               PERFORM CalcularGratuitats
               REWRITE RegistreBloc
             END-IF
             DISPLAY SPACES LINE 11 POSITION 5
           END-IF.
           IF BlocActiu
             DISPLAY "Vol anul-lar el bloc i alliberar les places"
               LINE 11 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           ACCEPT Tecla NO BEEP.

        DemanarGratuitat.
           DISPLAY "Places de pagament per gratuitat (0 = cap): "
             LINE 12 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT PassatgersPerGratuitat LINE 12 POSITION 50 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           IF PassatgersPerGratuitat > 0
             DISPLAY "DNI del lider del grup: " LINE 13 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT DniLiderBloc LINE 13 POSITION 30 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
           ELSE
             MOVE SPACES TO DniLiderBloc
           END-IF.
           DISPLAY SPACES LINE 12 POSITION 5.
           DISPLAY SPACES LINE 13 POSITION 5.

        CalcularGratuitats.
           MOVE 0 TO GratuitatsGuanyades.
           IF PassatgersPerGratuitat > 0 AND
              PlacesConsumidesBloc > GratuitatsAssignades
             COMPUTE WS-PlacesPagament = PlacesConsumidesBloc -
               GratuitatsAssignades
             DIVIDE WS-PlacesPagament BY PassatgersPerGratuitat
               GIVING GratuitatsGuanyades
           END-IF.

        AjustarDataLimitNoms.
           MOVE "S" TO DF-Operacio.
           MOVE WS-OficinaSessio TO DF-Oficina.
           MOVE DataLimitNoms TO DF-DataInici.
           MOVE 0 TO DF-Dies.
           CALL "DIESFEIN.COB" USING PeticioDiesFeiners.
           CANCEL "DIESFEIN.COB".
           IF DF-DataResultat NOT EQUAL DataLimitNoms
             MOVE DF-DataResultat TO DataLimitNoms
             DISPLAY "Tancat, passa a " BEEP LINE 9
               POSITION 51 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY DataLimitNoms LINE 9 POSITION 67
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.

        AlliberarBloc.
           COMPUTE WS-PlacesRestants = PlacesBloc -
             PlacesConsumidesBloc.
