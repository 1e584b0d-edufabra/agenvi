         77 Errorlevel               PIC 999.

         01 Taula.
           02 Opcions OCCURS 36 PIC X(12).

         01 Taula2.
           02 Ajudes OCCURS 36 PIC X(60).

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.
       PROCEDURE DIVISION.

        Principal.
           MOVE 36 TO Numopcions.
           MOVE 0 TO OpcEscollida.
           MOVE 1 TO Opc.
           MOVE "REAV.       " TO Opcions(1).
           MOVE "Necessitats." TO Opcions(23).
           MOVE "Est.Arxiu.  " TO Opcions(24).
           MOVE "Embarcament." TO Opcions(25).
           MOVE "Llibre IVA. " TO Opcions(26).
           MOVE "Conc.TPV.   " TO Opcions(27).
           MOVE "Tresoreria. " TO Opcions(28).
           MOVE "Comptab.Gen." TO Opcions(29).
           MOVE "Taula Incen." TO Opcions(30).
           MOVE "Incentius.  " TO Opcions(31).
           MOVE "Reserves Web" TO Opcions(32).
           MOVE "Localitzar. " TO Opcions(33).
           MOVE "Recarrec.   " TO Opcions(34).
           MOVE "Taxa turist." TO Opcions(35).
           MOVE "Retornar.   " TO Opcions(36).
           MOVE "Resum trimestral del regim de marge (REAV)." TO
             Ajudes(1).
           MOVE "Conciliacio de l'extracte del banc amb pagaments."
             Ajudes(6).
           MOVE "Reclamacions obertes per venciment de resposta." TO
             Ajudes(7).
           MOVE "Sessions de caixa, recompte, llibre i diposits." TO
             Ajudes(8).
           MOVE "Contractes de bloc de grup amb limit de noms." TO
             Ajudes(9).
             Ajudes(24).
           MOVE "Llista d'embarcament per parada (autocars)." TO
             Ajudes(25).
           MOVE "Llibre de factures emeses i resum del Model 303."
             TO Ajudes(26).
           MOVE "Liquidacions de targeta (TPV): casament i comissions."
             TO Ajudes(27).
           MOVE "Previsio de cobraments i pagaments a 13 setmanes."
             TO Ajudes(28).
           MOVE "Pla de comptes, diari, major i balanc de sumes."
             TO Ajudes(29).
           MOVE "Trams d'incentius de venda per periode." TO Ajudes(30).
           MOVE "Incentius mensuals per operador i fitxer de nomina."
             TO Ajudes(31).
           MOVE "Alta d'opcions des de les peticions de la web."
             TO Ajudes(32).
           MOVE "Viatgers en una zona i periode (deure de custodia)."
             TO Ajudes(33).
           MOVE "Recarrec de carburant o divisa sobre reserves fetes."
             TO Ajudes(34).
           MOVE "Declaracio trimestral de la taxa turistica per hotel."
             TO Ajudes(35).
           MOVE "Permet retornar al menu anterior." TO Ajudes(36).
           MOVE "NO" TO Sortir.
           PERFORM Proces UNTIL Sortir = "SI".
           PERFORM Sortir.
             WHEN 23 PERFORM Necessitats
             WHEN 24 PERFORM EstadistiquesArxiu
             WHEN 25 PERFORM Embarcament
             WHEN 26 PERFORM LlibreIVAEmeses
             WHEN 27 PERFORM ConciliacioTPV
             WHEN 28 PERFORM PrevisioTresoreria
             WHEN 29 PERFORM ComptabilitatGeneral
             WHEN 30 PERFORM TaulaIncentius
             WHEN 31 PERFORM CalculIncentius
             WHEN 32 PERFORM ReservesWeb
             WHEN 33 PERFORM LocalitzarViatgers
             WHEN 34 PERFORM RecarrecSortides
             WHEN 35 PERFORM TaxaTuristicaTrimestre
             WHEN 36 MOVE "SI" TO Sortir
           END-EVALUATE.

        ResumReav.
           CALL "LLIEMBAR.COB".
           CANCEL "LLIEMBAR.COB".

        LlibreIVAEmeses.
           CALL "INFIVAEM.COB".
           CANCEL "INFIVAEM.COB".

        ConciliacioTPV.
           CALL "CONCTPV.COB".
           CANCEL "CONCTPV.COB".

        PrevisioTresoreria.
           CALL "PREVTRES.COB".
           CANCEL "PREVTRES.COB".

        ComptabilitatGeneral.
           CALL "AGENVMGL.COB".
           CANCEL "AGENVMGL.COB".

        TaulaIncentius.
           CALL "MANINCEN.COB".
           CANCEL "MANINCEN.COB".

        CalculIncentius.
           CALL "CALINCEN.COB".
           CANCEL "CALINCEN.COB".

        ReservesWeb.
           CALL "WEBRESER.COB".
           CANCEL "WEBRESER.COB".

        LocalitzarViatgers.
           CALL "LOCVIATG.COB".
           CANCEL "LOCVIATG.COB".

        RecarrecSortides.
           CALL "RECARREC.COB".
           CANCEL "RECARREC.COB".

        TaxaTuristicaTrimestre.
           CALL "TAXATRIM.COB".
           CANCEL "TAXATRIM.COB".

        Sortir.
           EXIT PROGRAM.
