         77 Sortir                   PIC XX VALUE "NO".

         01 Taula.
           02 Opcions OCCURS 36 PIC X(12).

         01 Taula2.
           02 Ajudes OCCURS 36 PIC X(60).

       PROCEDURE DIVISION.
         Principal.
           MOVE 36 TO Numopcions
           MOVE 0 TO OpcEscollida
           MOVE 1 TO Opc
           MOVE "Fact.Majo.  " TO Opcions(1)
           MOVE "Inf.Sinis.  " TO Opcions(13)
           MOVE "Util.Excur. " TO Opcions(14)
           MOVE "Ofertes.    " TO Opcions(15)
           MOVE "Carrec Anul." TO Opcions(16)
           MOVE "Result.Anul." TO Opcions(17)
           MOVE "Bestretes.  " TO Opcions(18)
           MOVE "Liquid.Guia." TO Opcions(19)
           MOVE "Bestr.Pend. " TO Opcions(20)
           MOVE "Paquet Sort." TO Opcions(21)
           MOVE "Tanc.Sortida" TO Opcions(22)
           MOVE "Sort.Obertes" TO Opcions(23)
           MOVE "Incidents.  " TO Opcions(24)
           MOVE "Inf.Incid.  " TO Opcions(25)
           MOVE "Aval.Majori." TO Opcions(26)
           MOVE "Accept.Prec." TO Opcions(27)
           MOVE "Desp.Modif. " TO Opcions(28)
           MOVE "Divisio.    " TO Opcions(29)
           MOVE "Rehabilitar." TO Opcions(30)
           MOVE "Reclamacio. " TO Opcions(31)
           MOVE "Deutors.    " TO Opcions(32)
           MOVE "Liq.Subag.  " TO Opcions(33)
           MOVE "Remesa Sub. " TO Opcions(34)
           MOVE "Retrocessio." TO Opcions(35)
           MOVE "Retornar.   " TO Opcions(36)
           MOVE "Registre de factures rebudes dels Majoristes"
             TO Ajudes(1)
           MOVE "Casa factures de Majorista amb liquidacions"
             TO Ajudes(14)
           MOVE "Cartells d'oferta per sortides mig buides"
             TO Ajudes(15)
           MOVE "Carrec del Majorista per una anul-lacio"
             TO Ajudes(16)
           MOVE "Retingut al client menys carrec del Majorista"
             TO Ajudes(17)
           MOVE "Bestreta d'efectiu al guia per a una sortida"
             TO Ajudes(18)
           MOVE "Despeses del guia i liquidacio de la bestreta"
             TO Ajudes(19)
           MOVE "Bestretes pendents de liquidar per guia"
             TO Ajudes(20)
           MOVE "Paquet de documentacio per sortida i guia"
             TO Ajudes(21)
           MOVE "Tancament i resultat final d'una sortida retornada"
             TO Ajudes(22)
           MOVE "Sortides retornades encara sense tancar"
             TO Ajudes(23)
           MOVE "Registre d'incidents d'una sortida pel guia"
             TO Ajudes(24)
           MOVE "Incidents per Majorista i hotel" TO Ajudes(25)
           MOVE "Indicadors per Majorista contra el periode anterior"
             TO Ajudes(26)
           MOVE "Registre d'acceptacions d'informacio precontractual"
             TO Ajudes(27)
           MOVE "Despeses de modificacio cobrades i exonerades"
             TO Ajudes(28)
           MOVE "Dividir una reserva en dues, amb viatgers i pagaments"
             TO Ajudes(29)
           MOVE "Rehabilitar una reserva anul-lada per error"
             TO Ajudes(30)
           MOVE "Cartes de reclamacio de factures d'empresa vencudes"
             TO Ajudes(31)
           MOVE "Antiguitat del deute pendent per empresa"
             TO Ajudes(32)
           MOVE "Liquidacio mensual i autofactura d'un Subagent"
             TO Ajudes(33)
           MOVE "Aprovar liquidacions de Subagents i remesa de pagament"
             TO Ajudes(34)
           MOVE "Registre de retrocessions de pagaments amb targeta"
             TO Ajudes(35)
           MOVE "Permet retornar al menu anterior" TO Ajudes(36)
           MOVE "NO" TO Sortir
           PERFORM ProcesComplert UNTIL Sortir = "SI"
           PERFORM Sortir.
               WHEN 13 PERFORM InformeSinistres
               WHEN 14 PERFORM UtilitzacioExcursions
               WHEN 15 PERFORM Ofertes
               WHEN 16 PERFORM CarrecsAnulacio
               WHEN 17 PERFORM ResultatAnulacions
               WHEN 18 PERFORM BestretesGuies
               WHEN 19 PERFORM LiquidacioGuies
               WHEN 20 PERFORM BestretesPendents
               WHEN 21 PERFORM PaquetSortida
               WHEN 22 PERFORM TancamentSortida
               WHEN 23 PERFORM SortidesObertes
               WHEN 24 PERFORM Incidents
               WHEN 25 PERFORM InformeIncidents
               WHEN 26 PERFORM AvaluacioMajoristes
               WHEN 27 PERFORM AcceptacionsPrecontracte
               WHEN 28 PERFORM DespesesModificacio
               WHEN 29 PERFORM Divisio
               WHEN 30 PERFORM Rehabilitacio
               WHEN 31 PERFORM ReclamacioFactures
               WHEN 32 PERFORM InformeDeutors
               WHEN 33 PERFORM LiquidacioSubagents
               WHEN 34 PERFORM RemesaSubagents
               WHEN 35 PERFORM Retrocessions
               WHEN 36 MOVE "SI" TO Sortir
             END-EVALUATE.

         FacturesMajorista.
             CALL "OFERTES.COB".
             CANCEL "OFERTES.COB".

         CarrecsAnulacio.
             CALL "MANCARAN.COB".
             CANCEL "MANCARAN.COB".

         ResultatAnulacions.
             CALL "INFRESAN.COB".
             CANCEL "INFRESAN.COB".

         BestretesGuies.
             CALL "MANBESTR.COB".
             CANCEL "MANBESTR.COB".

         LiquidacioGuies.
             CALL "LIQGUIA.COB".
             CANCEL "LIQGUIA.COB".

         BestretesPendents.
             CALL "INFBESTR.COB".
             CANCEL "INFBESTR.COB".

         PaquetSortida.
             CALL "PAQSORT.COB".
             CANCEL "PAQSORT.COB".

         TancamentSortida.
             CALL "TANCSORT.COB".
             CANCEL "TANCSORT.COB".

         SortidesObertes.
             CALL "INFSOROB.COB".
             CANCEL "INFSOROB.COB".

         Incidents.
             CALL "MANINCID.COB".
             CANCEL "MANINCID.COB".

         InformeIncidents.
             CALL "INFINCID.COB".
             CANCEL "INFINCID.COB".

         AvaluacioMajoristes.
             CALL "AVALMAJO.COB".
             CANCEL "AVALMAJO.COB".

         AcceptacionsPrecontracte.
             CALL "INFACPRE.COB".
             CANCEL "INFACPRE.COB".

         DespesesModificacio.
             CALL "INFDESMO.COB".
             CANCEL "INFDESMO.COB".

         Divisio.
             CALL "DIVRESER.COB".
             CANCEL "DIVRESER.COB".

         Rehabilitacio.
             CALL "REHARESE.COB".
             CANCEL "REHARESE.COB".

         ReclamacioFactures.
             CALL "RECLAFAC.COB".
             CANCEL "RECLAFAC.COB".

         InformeDeutors.
             CALL "INFDEUTO.COB".
             CANCEL "INFDEUTO.COB".

         LiquidacioSubagents.
             CALL "LIQSUBAG.COB".
             CANCEL "LIQSUBAG.COB".

         RemesaSubagents.
             CALL "REMESSUB.COB".
             CANCEL "REMESSUB.COB".

         Retrocessions.
             CALL "MANRETRO.COB".
             CANCEL "MANRETRO.COB".

         Sortir.
           EXIT PROGRAM.
