         77 Errorlevel               PIC 999.
         77 Segur                    PIC X VALUE "N".
         COPY SESSIO-W.CPY.
         COPY REGDIARI.CPY.
         77 WS-NomFitxerSortida      PIC X(40) VALUE SPACES.
         77 TipusSortida             PIC X VALUE "P".
           88 SortidaPantalla        VALUE "P".
         77 WS-PlacesAjust           PIC S9(4) VALUE 0.
         77 WS-ResultatAjust         PIC XX.
         77 WS-UsuariEnUs            PIC X(15).
         77 WS-OperacioHab           PIC X VALUE SPACE.
         77 WS-HotelHabRes           PIC X(5) VALUE SPACES.
         77 WS-TipusHabRes           PIC X(3) VALUE SPACES.
         77 WS-NumHabRes             PIC 9(2) VALUE 0.
         77 WS-LliuresHab            PIC 9(3) VALUE 0.
         77 WS-ResultatHab           PIC XX VALUE "NO".
         77 WS-NumCancelades         PIC 9(5) VALUE 0.
         77 WS-FacturaRect           PIC 9(7) VALUE 0.
         77 WS-ReservaRect           PIC 9(7) VALUE 0.
         77 WS-ImportAnteriorRect    PIC 9(7) VALUE 0.
         77 WS-ImportNouRect         PIC 9(7) VALUE 0.
         77 WS-TipusRect             PIC X VALUE SPACE.
         77 WS-ResultatRect          PIC XX VALUE SPACES.
         77 WS-CodiPromoReg          PIC X(4) VALUE SPACES.
         77 WS-PercentPromoReg       PIC 9(3) VALUE 0.
         77 WS-PlacesPromoReg        PIC 9(4) VALUE 0.
         77 WS-ImportPromoReg        PIC 9(7) VALUE 0.
         77 WS-TotalARetornar        PIC 9(9) VALUE 0.
         77 FiContingents            PIC X VALUE "N".
         77 ED-Import                PIC ZZZZZZZZ9.
           END-IF.
           MOVE 8 TO Fila.
           MOVE "NO" TO FiFitxer.
           PERFORM PosicionarSortida.
           PERFORM CancelarReserva UNTIL FiFitxer = "SI".
           MOVE WS-TotalARetornar TO ED-Import.
           DISPLAY "Reserves cancelades: " LINE 21 POSITION 5
             OPEN OUTPUT FitxerSortida
           END-IF.

        PosicionarSortida.
           MOVE "NO" TO FiFitxer.
           MOVE WS-CodiViatgeCercat TO CodiViatgeReservat.
           MOVE LOW-VALUES TO DiaSortida.
           MOVE WS-DataCercada(1:6) TO DiaSortida(1:6).
           START FitxerReserves KEY IS NOT LESS THAN ClauSortida.
           IF EstatFitxerReserves NOT EQUAL "00"
             MOVE "SI" TO FiFitxer
           END-IF.

        ComprovarFiSortida.
           IF FiFitxer NOT EQUAL "SI"
             IF CodiViatgeReservat NOT EQUAL WS-CodiViatgeCercat
               MOVE "SI" TO FiFitxer
             END-IF
             IF DiaSortida(1:6) NOT EQUAL WS-DataCercada(1:6)
               MOVE "SI" TO FiFitxer
             END-IF
           END-IF.

        CancelarReserva.
           READ FitxerReserves NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           PERFORM ComprovarFiSortida.
           IF FiFitxer NOT EQUAL "SI"
             IF CodiViatgeReservat EQUAL WS-CodiViatgeCercat AND
                DiaSortida(1:6) EQUAL WS-DataCercada(1:6)
             ACCEPT Tecla NO BEEP
             MOVE 8 TO Fila
           END-IF.
           IF NumeroFacturaReserva NOT EQUAL 0
             PERFORM EmetreRectificativa
           END-IF.
           PERFORM AlliberarPromocio.
           DELETE FitxerReserves RECORD.

        EmetreRectificativa.
           MOVE NumeroFacturaReserva TO WS-FacturaRect.
           MOVE NumeroReserva TO WS-ReservaRect.
           MOVE PreuTotalReserva TO WS-ImportAnteriorRect.
           MOVE 0 TO WS-ImportNouRect.
           MOVE "A" TO WS-TipusRect.
           MOVE "BT" TO WS-ResultatRect.
           CALL "FACRECTI.COB" USING WS-FacturaRect WS-ReservaRect
             WS-ImportAnteriorRect WS-ImportNouRect WS-TipusRect
             WS-ResultatRect.
           CANCEL "FACRECTI.COB".

        AlliberarPromocio.
           MOVE SPACES TO WS-CodiPromoReg.
           MOVE 0 TO WS-PercentPromoReg.
           MOVE 0 TO WS-PlacesPromoReg.
           MOVE 0 TO WS-ImportPromoReg.
           CALL "REGPROMO.COB" USING NumeroReserva WS-CodiPromoReg
             WS-PercentPromoReg WS-PlacesPromoReg WS-ImportPromoReg
             DataReserva.
           CANCEL "REGPROMO.COB".

        RegistrarAnulacio.
           OPEN I-O FitxerAnulacions.
           IF EstatFitxerAnulacions NOT EQUAL "00"
           MOVE SPACES TO UsuariRetorn.
           MOVE WS-OficinaSessio TO OficinaAnulacio.
           MOVE WS-NomUsuariSessio TO OperadorAnulacio.
           MOVE OperadorReserva TO OperadorVendaAnulada.
           MOVE DataReserva TO DataReservaAnulada.
           MOVE ImportAsseguranca TO AssegurancaAnulada.
           MOVE ImportExcursions TO ExcursionsAnulades.
           MOVE 0 TO CarrecProveidor.
           MOVE SPACE TO OrigenCarrec.
           MOVE SPACES TO FacturaCarrecProveidor.
           MOVE SPACES TO DataCarrecProveidor.
           MOVE 0 TO NumeroLiquidacioCarrec.
           MOVE NumeroReserva TO NumeroReservaAnulada.
           MOVE DiaSortida TO DiaSortidaAnulada.
           MOVE SPACE TO EstatRehabilitacio.
           MOVE SPACES TO DataRehabilitacio.
           MOVE SPACES TO OperadorRehabilitacio.
           PERFORM ObtenirNumeroAnulacio.
           WRITE RegistreAnulacio INVALID KEY
             REWRITE RegistreAnulacio
           END-WRITE.
           MOVE "WR" TO RD-Operacio
           MOVE SPACES TO RD-ImatgeAbans
           PERFORM DiariAnulacio.
           CLOSE FitxerAnulacions.

        ObtenirNumeroAnulacio.
             END-IF
             CLOSE FitxerContingents
           END-IF.
           MOVE "A" TO WS-OperacioHab.
           CALL "HABCONTI.COB" USING WS-OperacioHab NumeroReserva
             CodiViatgeReservat DiaSortida WS-HotelHabRes
             WS-TipusHabRes WS-NumHabRes WS-LliuresHab WS-ResultatHab.
           CANCEL "HABCONTI.COB".

        AlliberarExposicioEmpresa.
           OPEN INPUT FitxerClients.
           WRITE LiniaDiari.
           CLOSE FitxerDiari.

        DiariAnulacio.
           IF EstatFitxerAnulacions EQUAL "00"
             MOVE "ANULACIO" TO RD-Fitxer
             MOVE RegistreAnulacio TO RD-ImatgeDespres
             CALL "REGDIARI.COB" USING PeticioDiari
             CANCEL "REGDIARI.COB"
           END-IF.

        Sortir.
           CLOSE FitxerReserves.
           CLOSE CatalegViatges.
