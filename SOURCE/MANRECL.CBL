            COPY S-FRECL.CPY.
            COPY S-FNUMRC.CPY.
            COPY S-FCLIEN.CPY.
            COPY S-FRESER.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-RECL.CPY.
          COPY FD-NUMRC.CPY.
          COPY FD-CLIEN.CPY.
          COPY FD-RESER.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerReclamacions  PIC XX VALUE "00".
         77 EstatFitxerNumReclamacions PIC XX VALUE "00".
         77 EstatFitxerClients       PIC XX VALUE "00".
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 WS-DiaReb                PIC 99.
         77 WS-MesReb                PIC 99.
         77 WS-AnyReb                PIC 9(4).
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.
         COPY SESSIO-W.CPY.
         COPY DIESFEIN.CPY.
         COPY VINCINCI.CPY.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerReclamacions, FitxerReserves.
         END DECLARATIVES.
        SEGUNDA SECTION.

             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY NumeroReclamacio LINE 11 POSITION 42
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NumeroReservaReclamada > 0
             PERFORM VincularIncidents
           END-IF.
           ACCEPT Tecla NO BEEP.

        VincularIncidents.
           OPEN INPUT FitxerReserves.
           IF EstatFitxerReserves NOT EQUAL "00"
             EXIT PARAGRAPH
           END-IF.
           MOVE NumeroReservaReclamada TO NumeroReserva.
           READ FitxerReserves.
           IF EstatFitxerReserves EQUAL "00"
             MOVE CodiViatgeReservat TO VI-CodiViatge
             MOVE DiaSortida TO VI-DiaSortida
             MOVE DataReserva TO VI-DataReserva
             MOVE "R" TO VI-TipusVincle
             MOVE NumeroReclamacio TO VI-NumeroVincle
             CALL "VINCINCI.COB" USING PeticioVincleIncident
             CANCEL "VINCINCI.COB"
             IF VI-IncidentVinculat > 0
               DISPLAY "Vinculada a l'incident " LINE 12 POSITION 5
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY VI-IncidentVinculat LINE 12 POSITION 29
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             END-IF
           END-IF.
           CLOSE FitxerReserves.

        CalcularDataLimit.
           MOVE "N" TO DF-Operacio.
           MOVE WS-OficinaSessio TO DF-Oficina.
           MOVE DataRebudaReclamacio TO DF-DataInici.
           MOVE WS-DiesResposta TO DF-Dies.
           CALL "DIESFEIN.COB" USING PeticioDiesFeiners.
           MOVE "S" TO DF-Operacio.
           MOVE DF-DataResultat TO DF-DataInici.
           MOVE 0 TO DF-Dies.
           CALL "DIESFEIN.COB" USING PeticioDiesFeiners.
           CANCEL "DIESFEIN.COB".
           MOVE DF-DataResultat TO DataLimitResposta.

        ResoldreReclamacio.
           DISPLAY "Numero de reclamacio: " LINE 4 POSITION 5
