         77 OpcEscollida             PIC 99.
         77 Sortir                   PIC XX VALUE "NO".
         01 Taula.
           02 Opcions OCCURS 19 PIC X(12).

         01 Taula2.
           02 Ajudes OCCURS 19 PIC X(60).

       PROCEDURE DIVISION.
         Principal.
           MOVE 19 TO Numopcions.
           MOVE 0 TO OpcEscollida.
           MOVE 1 TO Opc.
           MOVE "Manteniment." TO Opcions(1).
           MOVE "Exec.Camp.  " TO Opcions(12).
           MOVE "Validar.    " TO Opcions(13).
           MOVE "Accessos.   " TO Opcions(14).
           MOVE "Consentim.  " TO Opcions(15).
           MOVE "Def.Extract." TO Opcions(16).
           MOVE "Extractes.  " TO Opcions(17).
           MOVE "Segments.   " TO Opcions(18).
           MOVE "Retornar.   " TO Opcions(19).
           MOVE
           "Permet Afegir, Modificar o Borrar les dades d'un client"
               TO Ajudes (1).
             Ajudes(13).
           MOVE "Registre d'accessos a dades personals" TO
             Ajudes(14).
           MOVE "Historial de consentiments de publicitat d'un client"
             TO Ajudes(15).
           MOVE "Definicio d'extractes de reserves i clients"
             TO Ajudes(16).
           MOVE "Executa un extracte definit a fitxer o impressora"
             TO Ajudes(17).
           MOVE "Segmentacio mensual de clients i moviments" TO
             Ajudes(18).
           MOVE "Permet retornar al menu anterior" TO Ajudes(19).
           MOVE "NO" TO Sortir.
           PERFORM Proces UNTIL Sortir = "SI".
           PERFORM Sortir.
             WHEN 12 PERFORM ExecutarCampanya
             WHEN 13 PERFORM ValidarBase
             WHEN 14 PERFORM Accessos
             WHEN 15 PERFORM Consentiments
             WHEN 16 PERFORM DefinicioExtractes
             WHEN 17 PERFORM ExecucioExtractes
             WHEN 18 PERFORM Segmentacio
             WHEN 19 MOVE "SI" TO Sortir
           END-EVALUATE.

         Manteniment.
           CALL "INFACCES.COB".
           CANCEL "INFACCES.COB".

         Consentiments.
           CALL "INFCONSE.COB".
           CANCEL "INFCONSE.COB".

         DefinicioExtractes.
           CALL "MANEXTR.COB".
           CANCEL "MANEXTR.COB".

         ExecucioExtractes.
           CALL "EXECEXTR.COB".
           CANCEL "EXECEXTR.COB".

         Segmentacio.
           CALL "SEGMCLI.COB".
           CANCEL "SEGMCLI.COB".

         Sortir.
           EXIT PROGRAM.
