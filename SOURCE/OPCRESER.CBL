         77 WS-PlacesAjust           PIC S9(4) VALUE 0.
         77 WS-ResultatAjust         PIC XX.
         77 WS-UsuariAjust           PIC X(15).
         77 WS-OperacioHab           PIC X VALUE SPACE.
         77 WS-HotelHabRes           PIC X(5) VALUE SPACES.
         77 WS-TipusHabRes           PIC X(3) VALUE SPACES.
         77 WS-NumHabRes             PIC 9(2) VALUE 0.
         77 WS-LliuresHab            PIC 9(3) VALUE 0.
         77 WS-ResultatHab           PIC XX VALUE "NO".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 WS-TextAnota             PIC X(60) VALUE SPACES.
         77 WS-NumeroReservaCerca    PIC 9(7) VALUE 0.
         77 WS-NumAlliberades        PIC 9(4) VALUE 0.
         77 WS-CodiPromoReg          PIC X(4) VALUE SPACES.
         77 WS-PercentPromoReg       PIC 9(3) VALUE 0.
         77 WS-PlacesPromoReg        PIC 9(4) VALUE 0.
         77 WS-ImportPromoReg        PIC 9(7) VALUE 0.
         77 WS-DiaCad                PIC 99.
         77 WS-MesCad                PIC 99.
         77 WS-AnyCad                PIC 9(4).
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.
         COPY DIESFEIN.CPY.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.
                 WS-DiaCad WS-MesCad WS-AnyCad
               COMPUTE WS-DataCadComp = WS-AnyCad * 10000 +
                 WS-MesCad * 100 + WS-DiaCad
               PERFORM AjustarCaducitatFeiner
               IF WS-DataCadComp < WS-DataAvuiComp
                 PERFORM AlliberarUnaOpcio
               END-IF
             END-IF
           END-IF.

        AjustarCaducitatFeiner.
           MOVE "S" TO DF-Operacio.
           MOVE OficinaReserva TO DF-Oficina.
           MOVE WS-DataCadComp TO DF-DataInici.
           MOVE 0 TO DF-Dies.
           CALL "DIESFEIN.COB" USING PeticioDiesFeiners.
           CANCEL "DIESFEIN.COB".
           MOVE DF-DataResultat TO WS-DataCadComp.

        AlliberarUnaOpcio.
           MOVE CodiViatgeReservat TO CodiViatge.
           MOVE PlacesReservades TO WS-PlacesAjust.
             PERFORM RetornarPunts
             PERFORM AlliberarContingent
             PERFORM RegistrarNotificacio
             PERFORM AlliberarPromocio
             DELETE FitxerReserves RECORD
             ADD 1 TO WS-NumAlliberades
           END-IF.

        AlliberarPromocio.
           MOVE SPACES TO WS-CodiPromoReg.
           MOVE 0 TO WS-PercentPromoReg.
           MOVE 0 TO WS-PlacesPromoReg.
           MOVE 0 TO WS-ImportPromoReg.
           CALL "REGPROMO.COB" USING NumeroReserva WS-CodiPromoReg
             WS-PercentPromoReg WS-PlacesPromoReg WS-ImportPromoReg
             DataReserva.
           CANCEL "REGPROMO.COB".

        AlliberarContingent.
           OPEN I-O FitxerContingents.
           IF EstatFitxerContingents NOT EQUAL "00"
             END-IF
             CLOSE FitxerContingents
           END-IF.
           MOVE "A" TO WS-OperacioHab.
           CALL "HABCONTI.COB" USING WS-OperacioHab NumeroReserva
             CodiViatgeReservat DiaSortida WS-HotelHabRes
             WS-TipusHabRes WS-NumHabRes WS-LliuresHab WS-ResultatHab.
           CANCEL "HABCONTI.COB".

        RetornarPunts.
           OPEN I-O FitxerPunts.
