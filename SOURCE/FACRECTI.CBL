       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulFacturesRectificatives.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FFACTU.CPY.
            COPY S-FRECTI.CPY.
            COPY S-FNUMFT.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-FACTU.CPY.
          COPY FD-RECTI.CPY.
          COPY FD-NUMFT.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerFactures      PIC XX VALUE "00".
         77 EstatFitxerRectificatives PIC XX VALUE "00".
         77 EstatFitxerNumFactures   PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 WS-DiferenciaRect        PIC S9(9) VALUE 0.
         77 WS-EsDuplicat            PIC X VALUE "N".
         77 WS-ModeLot               PIC X VALUE "N".
         77 WS-ClauParam             PIC X(12) VALUE SPACES.
         77 WS-ValorParam            PIC X(40) VALUE SPACES.
         77 WS-ResultatParam         PIC XX VALUE "NO".
         77 WS-NomAgencia            PIC X(40)
            VALUE "AGENCIA DE VIATGES AGENVI".
         77 WS-NifAgencia            PIC X(12) VALUE "B-58739214".
         77 WS-AdressaAgencia        PIC X(40)
            VALUE "C. MALLORCA 274, 08037 BARCELONA".
         77 WS-MissatgeAvis          PIC X(60).
         77 WS-DefaultScr            PIC X(50).
         77 WS-PregsScr              PIC X(50).
         77 WS-NomFitxerSortida      PIC X(40) VALUE SPACES.
         77 TipusSortida             PIC X VALUE "P".
           88 SortidaPantalla        VALUE "P".
           88 SortidaImpressora      VALUE "I".
           88 SortidaFitxer          VALUE "F".
         77 WS-TitolSpool           PIC X(30)
            VALUE "FACTURA RECTIFICATIVA".
         77 ED-NumeroRectificativa   PIC ZZZZZZ9.
         77 ED-NumeroFactura         PIC ZZZZZZ9.
         77 ED-BaseImposable         PIC -ZZZZZZ9.
         77 ED-QuotaIVA              PIC -ZZZZZZ9.
         77 ED-TotalFactura          PIC -ZZZZZZ9.
         77 ED-MargeFactura          PIC -ZZZZZZ9.
         77 ED-TipusIVA              PIC Z9.
         COPY SESSIO-W.CPY.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.
         COPY REGDIARI.CPY.

        LINKAGE SECTION.
         77 NumeroFacturaRect        PIC 9(7).
         77 NumeroReservaRect        PIC 9(7).
         77 ImportAnteriorRect       PIC 9(7).
         77 ImportNouRect            PIC 9(7).
         77 TipusRect                PIC X.
         77 ResultatRect             PIC XX.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION USING NumeroFacturaRect NumeroReservaRect
           ImportAnteriorRect ImportNouRect TipusRect ResultatRect.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerFactures, FitxerRectificatives.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           MOVE "N" TO WS-ModeLot.
           IF ResultatRect EQUAL "BT"
             MOVE "S" TO WS-ModeLot
           END-IF.
           MOVE "NO" TO ResultatRect.
           PERFORM LlegirParametresAgencia.
           IF TipusRect EQUAL "D"
             PERFORM DuplicatRectificativa
           ELSE
             PERFORM EmetreRectificativa
           END-IF.
           PERFORM Sortir.

        LlegirParametresAgencia.
           MOVE "NOMAGENCIA  " TO WS-ClauParam.
           CALL "LLEGPARA.COB" USING WS-ClauParam WS-ValorParam
             WS-ResultatParam.
           CANCEL "LLEGPARA.COB".
           IF WS-ResultatParam EQUAL "OK"
             MOVE WS-ValorParam TO WS-NomAgencia
           END-IF.
           MOVE "NIFAGENCIA  " TO WS-ClauParam.
           CALL "LLEGPARA.COB" USING WS-ClauParam WS-ValorParam
             WS-ResultatParam.
           CANCEL "LLEGPARA.COB".
           IF WS-ResultatParam EQUAL "OK"
             MOVE WS-ValorParam TO WS-NifAgencia
           END-IF.
           MOVE "ADRECAAGENC " TO WS-ClauParam.
           CALL "LLEGPARA.COB" USING WS-ClauParam WS-ValorParam
             WS-ResultatParam.
           CANCEL "LLEGPARA.COB".
           IF WS-ResultatParam EQUAL "OK"
             MOVE WS-ValorParam TO WS-AdressaAgencia
           END-IF.

        EmetreRectificativa.
           COMPUTE WS-DiferenciaRect = ImportNouRect -
             ImportAnteriorRect.
           IF WS-DiferenciaRect EQUAL 0 OR NumeroFacturaRect EQUAL 0
             MOVE "OK" TO ResultatRect
             PERFORM Sortir
           END-IF.
           OPEN INPUT FitxerFactures.
           IF EstatFitxerFactures NOT EQUAL "00"
             PERFORM Sortir
           END-IF.
           MOVE NumeroFacturaRect TO NumeroFactura.
           READ FitxerFactures.
           IF EstatFitxerFactures NOT EQUAL "00"
             CLOSE FitxerFactures
             MOVE "ERROR!!! Factura original NO existeix" TO
               WS-MissatgeAvis
             PERFORM AvisarError
             PERFORM Sortir
           END-IF.
           CLOSE FitxerFactures.
           OPEN I-O FitxerRectificatives.
           IF EstatFitxerRectificatives NOT EQUAL "00"
             OPEN OUTPUT FitxerRectificatives
             CLOSE FitxerRectificatives
             OPEN I-O FitxerRectificatives
           END-IF.
           PERFORM OmplirRectificativa.
           PERFORM ObtenirNumeroRectificativa.
           WRITE RegistreRectificativa.
           IF EstatFitxerRectificatives NOT EQUAL "00"
             CLOSE FitxerRectificatives
             MOVE "ERROR!!! La Rectificativa NO s'ha pogut grabar" TO
               WS-MissatgeAvis
             PERFORM AvisarError
             PERFORM Sortir
           END-IF.
           CLOSE FitxerRectificatives.
           MOVE "RECTIFIC" TO RD-Fitxer.
           MOVE "WR" TO RD-Operacio.
           MOVE SPACES TO RD-ImatgeAbans.
           MOVE RegistreRectificativa TO RD-ImatgeDespres.
           CALL "REGDIARI.COB" USING PeticioDiari.
           CANCEL "REGDIARI.COB".
           MOVE "OK" TO ResultatRect.
           MOVE "N" TO WS-EsDuplicat.
           IF WS-ModeLot EQUAL "S"
             PERFORM EncuarRectificativa
           ELSE
             PERFORM ImprimirRectificativa
           END-IF.

        AvisarError.
           IF WS-ModeLot NOT EQUAL "S"
             MOVE "DEFAULT1.SCR 7 5 12 75" TO WS-DefaultScr
             MOVE "SCR\PREGS.SCR 7 5 12 75" TO WS-PregsScr
             CALL "AVISAR.COB" USING
               WS-DefaultScr WS-PregsScr WS-MissatgeAvis
             CANCEL "AVISAR.COB"
           END-IF.

        EncuarRectificativa.
           CALL "OBRESPOL.COB" USING WS-TitolSpool WS-NomFitxerSortida.
           CANCEL "OBRESPOL.COB".
           OPEN OUTPUT FitxerSortida.
           PERFORM EditarImports.
           PERFORM EscriureRectificativaSortida.
           CLOSE FitxerSortida.

        OmplirRectificativa.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           MOVE SPACES TO DataRectificativa.
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnySistema DELIMITED BY SIZE INTO
             DataRectificativa.
           MOVE NumeroFactura TO NumeroFacturaOriginal.
           MOVE NumeroReservaRect TO NumeroReservaRectificada.
           MOVE TipusRect TO TipusRectificativa.
           MOVE DniClientFactura TO DniClientRectificativa.
           MOVE NomClientFactura TO NomClientRectificativa.
           MOVE AdressaClientFactura TO AdressaClientRectificativa.
           MOVE PoblacioClientFactura TO PoblacioClientRectificativa.
           MOVE SPACES TO ConcepteRectificativa.
           IF RectificativaAnulacio
             STRING "ANUL-LACIO RESERVA " DELIMITED BY SIZE
               NumeroReservaRect DELIMITED BY SIZE INTO
               ConcepteRectificativa
           ELSE
             STRING "MODIFICACIO RESERVA " DELIMITED BY SIZE
               NumeroReservaRect DELIMITED BY SIZE INTO
               ConcepteRectificativa
           END-IF.
           MOVE TipusIVA TO TipusIVARectificativa.
           MOVE MonedaFactura TO MonedaRectificativa.
           MOVE RegimFactura TO RegimRectificativa.
           MOVE WS-DiferenciaRect TO TotalRectificativa.
           IF RectificativaRegimMarge
             IF TotalFactura > 0
               COMPUTE MargeRectificativa = (WS-DiferenciaRect *
                 MargeFactura) / TotalFactura
             ELSE
               MOVE 0 TO MargeRectificativa
             END-IF
             COMPUTE QuotaIVARectificativa = (MargeRectificativa *
               TipusIVARectificativa) / (100 + TipusIVARectificativa)
             COMPUTE BaseImposableRectificativa = TotalRectificativa -
               QuotaIVARectificativa
           ELSE
             MOVE "G" TO RegimRectificativa
             COMPUTE BaseImposableRectificativa = (TotalRectificativa
               * 100) / (100 + TipusIVARectificativa)
             COMPUTE QuotaIVARectificativa = TotalRectificativa -
               BaseImposableRectificativa
             MOVE 0 TO MargeRectificativa
           END-IF.
           MOVE WS-NomUsuariSessio TO OperadorRectificativa.

        ObtenirNumeroRectificativa.
           OPEN I-O FitxerNumFactures.
           IF EstatFitxerNumFactures NOT EQUAL "00"
             OPEN OUTPUT FitxerNumFactures
             CLOSE FitxerNumFactures
             OPEN I-O FitxerNumFactures
           END-IF.
           MOVE "NUMRECT " TO ClauNumFactures.
           READ FitxerNumFactures
             INVALID KEY MOVE 0 TO UltimNumeroFactura
           END-READ.
           ADD 1 TO UltimNumeroFactura.
           IF EstatFitxerNumFactures EQUAL "00"
             REWRITE RegistreNumFactures
           ELSE
             WRITE RegistreNumFactures
           END-IF.
           MOVE UltimNumeroFactura TO NumeroRectificativa.
           CLOSE FitxerNumFactures.

        DuplicatRectificativa.
           OPEN INPUT FitxerRectificatives.
           IF EstatFitxerRectificatives NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Rectificatives NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           MOVE NumeroFacturaRect TO NumeroRectificativa.
           READ FitxerRectificatives.
           IF EstatFitxerRectificatives NOT EQUAL "00"
             DISPLAY "ERROR!!! Rectificativa NO existeix" BEEP LINE 11
               POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             CLOSE FitxerRectificatives
             PERFORM Sortir
           END-IF.
           CLOSE FitxerRectificatives.
           MOVE "OK" TO ResultatRect.
           MOVE "S" TO WS-EsDuplicat.
           PERFORM ImprimirRectificativa.

        ImprimirRectificativa.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT2.SCR 2 0 23 80" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           MOVE "P" TO TipusSortida.
           DISPLAY "Sortida Rectificativa: (P)antalla (I)mpressora"
             LINE 8 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "(F)itxer: " LINE 8 POSITION 52
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TipusSortida LINE 8 POSITION 62 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF SortidaImpressora
             CALL "OBRESPOL.COB" USING WS-TitolSpool
               WS-NomFitxerSortida
             CANCEL "OBRESPOL.COB"
             OPEN OUTPUT FitxerSortida
           END-IF.
           IF SortidaFitxer
             DISPLAY "Nom del fitxer per la Rectificativa: " LINE 9
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-NomFitxerSortida LINE 9 POSITION 43 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             OPEN OUTPUT FitxerSortida
           END-IF.
           PERFORM EditarImports.
           IF SortidaPantalla
             PERFORM MostrarRectificativaPantalla
           ELSE
             PERFORM EscriureRectificativaSortida
             CLOSE FitxerSortida
           END-IF.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "DEFAULT2.SCR 2 0 23 80" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".

        EditarImports.
           MOVE NumeroRectificativa TO ED-NumeroRectificativa.
           MOVE NumeroFacturaOriginal TO ED-NumeroFactura.
           MOVE BaseImposableRectificativa TO ED-BaseImposable.
           MOVE QuotaIVARectificativa TO ED-QuotaIVA.
           MOVE TotalRectificativa TO ED-TotalFactura.
           MOVE MargeRectificativa TO ED-MargeFactura.
           MOVE TipusIVARectificativa TO ED-TipusIVA.

        MostrarRectificativaPantalla.
           DISPLAY BORRADO.
           DISPLAY "FACTURA RECTIFICATIVA" LINE 2 POSITION 30.
           IF WS-EsDuplicat EQUAL "S"
             DISPLAY "** DUPLICAT **" LINE 2 POSITION 55
           END-IF.
           DISPLAY WS-NomAgencia LINE 3 POSITION 5.
           DISPLAY "NIF: " LINE 4 POSITION 5.
           DISPLAY WS-NifAgencia LINE 4 POSITION 10.
           DISPLAY WS-AdressaAgencia LINE 5 POSITION 5.
           DISPLAY "Rectificativa Num: R" LINE 7 POSITION 5.
           DISPLAY ED-NumeroRectificativa LINE 7 POSITION 25.
           DISPLAY "Data: " LINE 7 POSITION 40.
           DISPLAY DataRectificativa LINE 7 POSITION 46.
           DISPLAY "Rectifica la Factura Num: " LINE 8 POSITION 5.
           DISPLAY ED-NumeroFactura LINE 8 POSITION 31.
           DISPLAY "Client: " LINE 9 POSITION 5.
           DISPLAY NomClientRectificativa LINE 9 POSITION 13.
           DISPLAY "NIF/DNI: " LINE 10 POSITION 5.
           DISPLAY DniClientRectificativa LINE 10 POSITION 14.
           DISPLAY AdressaClientRectificativa LINE 11 POSITION 5.
           DISPLAY PoblacioClientRectificativa LINE 12 POSITION 5.
           DISPLAY "Concepte: " LINE 14 POSITION 5.
           DISPLAY ConcepteRectificativa LINE 14 POSITION 15.
           DISPLAY "Reserva: " LINE 15 POSITION 5.
           DISPLAY NumeroReservaRectificada LINE 15 POSITION 14.
           IF RectificativaRegimMarge
             DISPLAY "IVA INCLOS - REGIM ESPECIAL AGENCIES DE"
               LINE 17 POSITION 5
             DISPLAY "VIATGES (REAV)" LINE 17 POSITION 45
             DISPLAY "Marge rectificat: " LINE 18 POSITION 5
             DISPLAY ED-MargeFactura LINE 18 POSITION 23
           ELSE
             DISPLAY "Base Imposable: " LINE 17 POSITION 5
             DISPLAY ED-BaseImposable LINE 17 POSITION 22
             DISPLAY "IVA " LINE 18 POSITION 5
             DISPLAY ED-TipusIVA LINE 18 POSITION 9
             DISPLAY "%: " LINE 18 POSITION 11
             DISPLAY ED-QuotaIVA LINE 18 POSITION 22
           END-IF.
           DISPLAY "TOTAL RECTIFICAT: " LINE 20 POSITION 5.
           DISPLAY ED-TotalFactura LINE 20 POSITION 23.
           DISPLAY MonedaRectificativa LINE 20 POSITION 32.
           ACCEPT Tecla NO BEEP.

        EscriureRectificativaSortida.
           MOVE SPACES TO LiniaSortida.
           IF WS-EsDuplicat EQUAL "S"
             STRING "FACTURA RECTIFICATIVA  ** DUPLICAT **" DELIMITED
               BY SIZE INTO LiniaSortida
           ELSE
             STRING "FACTURA RECTIFICATIVA" DELIMITED BY SIZE INTO
               LiniaSortida
           END-IF.
           WRITE LiniaSortida.
           MOVE WS-NomAgencia TO LiniaSortida.
           WRITE LiniaSortida.
           MOVE SPACES TO LiniaSortida.
           STRING "NIF: " DELIMITED BY SIZE WS-NifAgencia
             DELIMITED BY SIZE INTO LiniaSortida.
           WRITE LiniaSortida.
           MOVE WS-AdressaAgencia TO LiniaSortida.
           WRITE LiniaSortida.
           MOVE SPACES TO LiniaSortida.
           STRING "Rectificativa Num: R" DELIMITED BY SIZE
             ED-NumeroRectificativa DELIMITED BY SIZE "   Data: "
             DELIMITED BY SIZE DataRectificativa DELIMITED BY SIZE
             INTO LiniaSortida.
           WRITE LiniaSortida.
           MOVE SPACES TO LiniaSortida.
           STRING "Rectifica la Factura Num: " DELIMITED BY SIZE
             ED-NumeroFactura DELIMITED BY SIZE INTO LiniaSortida.
           WRITE LiniaSortida.
           MOVE SPACES TO LiniaSortida.
           STRING "Client: " DELIMITED BY SIZE NomClientRectificativa
             DELIMITED BY SIZE INTO LiniaSortida.
           WRITE LiniaSortida.
           MOVE SPACES TO LiniaSortida.
           STRING "NIF/DNI: " DELIMITED BY SIZE DniClientRectificativa
             DELIMITED BY SIZE INTO LiniaSortida.
           WRITE LiniaSortida.
           MOVE AdressaClientRectificativa TO LiniaSortida.
           WRITE LiniaSortida.
           MOVE PoblacioClientRectificativa TO LiniaSortida.
           WRITE LiniaSortida.
           MOVE SPACES TO LiniaSortida.
           STRING "Concepte: " DELIMITED BY SIZE ConcepteRectificativa
             DELIMITED BY SIZE "  Reserva: " DELIMITED BY SIZE
             NumeroReservaRectificada DELIMITED BY SIZE
             INTO LiniaSortida.
           WRITE LiniaSortida.
           IF RectificativaRegimMarge
             MOVE SPACES TO LiniaSortida
             STRING "IVA INCLOS - REGIM ESPECIAL AGENCIES DE "
               DELIMITED BY SIZE "VIATGES (REAV)" DELIMITED BY SIZE
               INTO LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "Marge rectificat: " DELIMITED BY SIZE
               ED-MargeFactura DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           ELSE
             MOVE SPACES TO LiniaSortida
             STRING "Base Imposable: " DELIMITED BY SIZE
               ED-BaseImposable DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "IVA " DELIMITED BY SIZE ED-TipusIVA DELIMITED
               BY SIZE " %: " DELIMITED BY SIZE ED-QuotaIVA
               DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE SPACES TO LiniaSortida.
           STRING "TOTAL RECTIFICAT: " DELIMITED BY SIZE
             ED-TotalFactura DELIMITED BY SIZE " " DELIMITED BY SIZE
             MonedaRectificativa DELIMITED BY SIZE INTO LiniaSortida.
           WRITE LiniaSortida.

        Sortir.
           EXIT PROGRAM.
