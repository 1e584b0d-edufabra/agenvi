           END-IF.
           PERFORM ComptarPendents.
           MOVE WS-PendentsDespres TO WS-PendentsAbans.
           MOVE 7 TO WS-PasActual.
           MOVE "AVISSORT" TO WS-NomPasActual.
           PERFORM IniciarPas.
           CALL "AVISSORT.COB".
           CANCEL "AVISSORT.COB".
           PERFORM ComptarPendents.
           COMPUTE WS-RegistresFets = WS-PendentsDespres -
             WS-PendentsAbans.
           PERFORM FinalitzarPas.
           MOVE WS-PendentsDespres TO WS-PendentsAbans.
           MOVE 1 TO WS-PasActual.
           MOVE "ENVNOTI " TO WS-NomPasActual.
           PERFORM IniciarPas.
             CANCEL "ARXRESER.COB"
             PERFORM FinalitzarPas
           END-IF.
           MOVE 6 TO WS-PasActual.
           MOVE "DISPWEB " TO WS-NomPasActual.
           PERFORM IniciarPas.
           CALL "DISPWEB.COB".
           CANCEL "DISPWEB.COB".
           PERFORM FinalitzarPas.
           MOVE 8 TO WS-PasActual.
           MOVE "PAQSORT " TO WS-NomPasActual.
           PERFORM IniciarPas.
           MOVE "I" TO WS-SortidaAutomatica.
           CALL "PAQSORT.COB".
           CANCEL "PAQSORT.COB".
           MOVE SPACE TO WS-SortidaAutomatica.
           PERFORM FinalitzarPas.
           PERFORM ExecutarSubscripcions.
           MOVE 9 TO WS-PasActual.
           MOVE "EXTMAGAT" TO WS-NomPasActual.
           PERFORM IniciarPas.
           CALL "EXTMAGAT.COB" USING WS-RegistresFets.
           CANCEL "EXTMAGAT.COB".
           PERFORM FinalitzarPas.
           PERFORM TancarJornada.
           PERFORM ImprimirResum.
           PERFORM Sortir.
               STRING ProgramaSubscripcio DELIMITED BY SPACE
                 ".COB" DELIMITED BY SIZE INTO WS-ProgramaCridat
               MOVE DestiSubscripcio TO WS-SortidaAutomatica
               MOVE ParametreSubscripcio TO WS-ParametreAutomatic
               CALL WS-ProgramaCridat
               CANCEL WS-ProgramaCridat
               MOVE SPACE TO WS-SortidaAutomatica
               MOVE SPACES TO WS-ParametreAutomatic
               MOVE 1 TO WS-RegistresFets
               PERFORM FinalitzarPas
             END-IF
