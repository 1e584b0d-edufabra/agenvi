         77 Codi                     PIC 9(5).

         01 Taula.
           02 Opcions OCCURS 29 PIC X(12).

         01 Taula2.
           02 Ajudes OCCURS 29 PIC X(60).

       PROCEDURE DIVISION.
         Principal.
           MOVE 29 TO Numopcions
           MOVE 0 TO OpcEscollida
           MOVE 1 TO Opc
           MOVE "Manteniment." TO Opcions(1)
           MOVE "Variacions. " TO Opcions(20)
           MOVE "Requisits.  " TO Opcions(21)
           MOVE "Ampliacio.  " TO Opcions(22)
           MOVE "Rooming.    " TO Opcions(23)
           MOVE "Promocions. " TO Opcions(24)
           MOVE "Us Promoc.  " TO Opcions(25)
           MOVE "Punt Mort.  " TO Opcions(26)
           MOVE "Cost Allotj." TO Opcions(27)
           MOVE "Nova Tempor." TO Opcions(28)
           MOVE "Retornar.   " TO Opcions(29)
           MOVE
           "Permet Afegir, Modificar o Borrar les dades d'un viatge"
             TO Ajudes (1)
             TO Ajudes(21)
           MOVE "Segon menu: factures, guies, sinistres, ofertes..."
             TO Ajudes(22)
           MOVE "Rooming list per hotel i sortida per enviar a l'hotel"
             TO Ajudes(23)
           MOVE "Promocions de reserva anticipada per viatge o Major."
             TO Ajudes(24)
           MOVE "Informe d'us de les promocions aplicades" TO Ajudes(25)
           MOVE
           "Punt mort per sortida: costos fixos i places necessaries"
             TO Ajudes(26)
           MOVE "Cost d'allotjament segons tarifes contractades"
             TO Ajudes(27)
           MOVE
           "Copia viatges a la nova temporada amb dates i preus nous"
             TO Ajudes(28)
           MOVE "Permet retornar al menu anterior" TO Ajudes(29)
           MOVE "NO" TO Sortir
           PERFORM ProcesComplert UNTIL Sortir = "SI"
           PERFORM Sortir.
               WHEN 20 PERFORM Variacions
               WHEN 21 PERFORM Requisits
               WHEN 22 PERFORM Ampliacio
               WHEN 23 PERFORM RoomingList
               WHEN 24 PERFORM Promocions
               WHEN 25 PERFORM UsPromocions
               WHEN 26 PERFORM PuntMort
               WHEN 27 PERFORM CostAllotjament
               WHEN 28 PERFORM NovaTemporada
               WHEN 29 MOVE "SI" TO Sortir
             END-EVALUATE.


             CALL "AGENVMGW.COB".
             CANCEL "AGENVMGW.COB".

         RoomingList.
             CALL "LLIROOM.COB".
             CANCEL "LLIROOM.COB".

         Promocions.
             CALL "MANPROMO.COB".
             CANCEL "MANPROMO.COB".

         UsPromocions.
             CALL "INFPROMO.COB".
             CANCEL "INFPROMO.COB".

         PuntMort.
             CALL "INFPMORT.COB".
             CANCEL "INFPMORT.COB".

         CostAllotjament.
             CALL "INFCOSTH.COB".
             CANCEL "INFCOSTH.COB".

         NovaTemporada.
             CALL "TEMPNOVA.COB".
             CANCEL "TEMPNOVA.COB".

         Sortir.
           EXIT PROGRAM.
