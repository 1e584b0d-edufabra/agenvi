       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulFacturaElectronica.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FFACTU.CPY.
            COPY S-FRECTI.CPY.
            COPY S-FCLIEN.CPY.
            COPY S-FFELEC.CPY.
            COPY S-FLLIST.CPY.
            SELECT FitxerXml ASSIGN TO WS-NomFitxerXml
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EstatFitxerXml.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-FACTU.CPY.
          COPY FD-RECTI.CPY.
          COPY FD-CLIEN.CPY.
          COPY FD-FELEC.CPY.
          COPY FD-LLIST.CPY.
         FD FitxerXml
           LABEL RECORD IS STANDARD
           DATA RECORD IS LiniaXml.
         01 LiniaXml                    PIC X(250).

        WORKING-STORAGE SECTION.
         77 EstatFitxerFactures      PIC XX VALUE "00".
         77 EstatFitxerRectificatives PIC XX VALUE "00".
         77 EstatFitxerClients       PIC XX VALUE "00".
         77 EstatFitxerFacturesElec  PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 EstatFitxerXml           PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 6.
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         COPY SESSIO-W.CPY.
         77 WS-NomFitxerSortida      PIC X(40) VALUE SPACES.
         77 TipusSortida             PIC X VALUE "P".
           88 SortidaPantalla        VALUE "P".
           88 SortidaImpressora      VALUE "I".
           88 SortidaFitxer          VALUE "F".
         77 WS-TitolSpool           PIC X(30)
            VALUE "REGISTRE FACTURES ELECTRONIQ.".
         77 WS-ModeOperacio          PIC X VALUE SPACE.
         77 WS-NumeroDocument        PIC 9(7) VALUE 0.
         77 WS-DocumentTrobat        PIC X VALUE "N".
         77 WS-NomFitxerXml          PIC X(40) VALUE SPACES.
         77 WS-ClauParam             PIC X(12) VALUE SPACES.
         77 WS-ValorParam            PIC X(40) VALUE SPACES.
         77 WS-ResultatParam         PIC XX VALUE "NO".
         77 WS-NomAgencia            PIC X(40)
            VALUE "AGENCIA DE VIATGES AGENVI".
         77 WS-NifAgencia            PIC X(12) VALUE "B-58739214".
         77 WS-AdressaAgencia        PIC X(40)
            VALUE "C. MALLORCA 274, 08037 BARCELONA".
         77 WS-CPAgencia             PIC X(5) VALUE "08037".
         77 WS-PoblacioAgencia       PIC X(20) VALUE "BARCELONA".
         77 WS-ProvinciaAgencia      PIC X(20) VALUE "BARCELONA".
         77 WS-SerieDoc              PIC X VALUE SPACE.
         77 WS-DataDoc               PIC X(10) VALUE SPACES.
         77 WS-DniDoc                PIC X(9) VALUE SPACES.
         77 WS-NomDoc                PIC X(50) VALUE SPACES.
         77 WS-AdressaDoc            PIC X(60) VALUE SPACES.
         77 WS-PoblacioDoc           PIC X(15) VALUE SPACES.
         77 WS-ConcepteDoc           PIC X(37) VALUE SPACES.
         77 WS-MonedaDoc             PIC X(3) VALUE SPACES.
         77 WS-RegimDoc              PIC X VALUE "G".
         77 WS-TipusIVADoc           PIC 9(2) VALUE 0.
         77 WS-BaseDoc               PIC S9(7) VALUE 0.
         77 WS-QuotaDoc              PIC S9(7) VALUE 0.
         77 WS-TotalDoc              PIC S9(7) VALUE 0.
         77 WS-TaxaDoc               PIC S9(7) VALUE 0.
         77 WS-BrutDoc               PIC S9(7) VALUE 0.
         77 WS-FacturaOriginal       PIC 9(7) VALUE 0.
         77 WS-DataOriginal          PIC X(10) VALUE SPACES.
         77 WS-TipusPersona          PIC X VALUE "J".
         77 WS-ClientTrobat          PIC X VALUE "N".
         77 WS-Etiqueta              PIC X(40) VALUE SPACES.
         77 WS-TextOrigen            PIC X(60) VALUE SPACES.
         77 WS-TextXml               PIC X(200) VALUE SPACES.
         77 WS-LongText              PIC 9(3) VALUE 0.
         77 WS-IndexText             PIC 9(3) VALUE 0.
         77 WS-PosXml                PIC 9(3) VALUE 0.
         77 WS-TreureSeparadors      PIC X VALUE "N".
         77 WS-Caracter              PIC X VALUE SPACE.
         77 WS-ImportFormat          PIC S9(7) VALUE 0.
         77 ED-ImportXml             PIC -------9.
         77 WS-Espais                PIC 99 VALUE 0.
         77 WS-ImportXml             PIC X(12) VALUE SPACES.
         77 WS-DataXml               PIC X(10) VALUE SPACES.
         77 WS-NumeroText            PIC 9(7) VALUE 0.
         77 WS-CodiCentre            PIC X(10) VALUE SPACES.
         77 WS-RolCentre             PIC XX VALUE SPACES.
         77 WS-IdiomaXml             PIC XX VALUE "ca".
         77 WS-NumGeneracions        PIC 9(3) VALUE 0.
         77 ED-Import                PIC -ZZZZZZ9.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.
         01 WS-HoraSistema           PIC 9(8).
         01 WS-HoraSistemaR REDEFINES WS-HoraSistema.
           02 WS-HoresSistema        PIC 99.
           02 WS-MinutsSistema       PIC 99.
           02 WS-SegonsSistema       PIC 99.
           02 WS-Centesimes          PIC 99.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerFactures, FitxerRectificatives, FitxerClients,
                 FitxerFacturesElectroniques.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN I-O FitxerFacturesElectroniques.
           IF EstatFitxerFacturesElec NOT EQUAL "00"
             OPEN OUTPUT FitxerFacturesElectroniques
             CLOSE FitxerFacturesElectroniques
             OPEN I-O FitxerFacturesElectroniques
           END-IF.
           OPEN INPUT FitxerFactures.
           OPEN INPUT FitxerRectificatives.
           OPEN INPUT FitxerClients.
           PERFORM LlegirParametresAgencia.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 2 0 23 80" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "FACTURA ELECTRONICA (FACTURAE)" LINE 2 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Generar de (F)actura o (R)ectificativa, o (L)listat"
             LINE 4 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "del registre: " LINE 5 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-ModeOperacio LINE 5 POSITION 20 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF WS-ModeOperacio EQUAL "F" OR WS-ModeOperacio EQUAL "R"
             PERFORM GenerarDocument
           ELSE
             IF WS-ModeOperacio EQUAL "L"
               PERFORM LlistarRegistre
             END-IF
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
           MOVE "CPAGENCIA   " TO WS-ClauParam.
           CALL "LLEGPARA.COB" USING WS-ClauParam WS-ValorParam
             WS-ResultatParam.
           CANCEL "LLEGPARA.COB".
           IF WS-ResultatParam EQUAL "OK"
             MOVE WS-ValorParam TO WS-CPAgencia
           END-IF.
           MOVE "POBLAGENCIA " TO WS-ClauParam.
           CALL "LLEGPARA.COB" USING WS-ClauParam WS-ValorParam
             WS-ResultatParam.
           CANCEL "LLEGPARA.COB".
           IF WS-ResultatParam EQUAL "OK"
             MOVE WS-ValorParam TO WS-PoblacioAgencia
           END-IF.
           MOVE "PROVAGENCIA " TO WS-ClauParam.
           CALL "LLEGPARA.COB" USING WS-ClauParam WS-ValorParam
             WS-ResultatParam.
           CANCEL "LLEGPARA.COB".
           IF WS-ResultatParam EQUAL "OK"
             MOVE WS-ValorParam TO WS-ProvinciaAgencia
           END-IF.

        GenerarDocument.
           DISPLAY "Numero del document: " LINE 7 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-NumeroDocument LINE 7 POSITION 27 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, PROMPT" NO BEEP.
           MOVE "N" TO WS-DocumentTrobat.
           IF WS-ModeOperacio EQUAL "F"
             PERFORM CarregarFactura
           ELSE
             PERFORM CarregarRectificativa
           END-IF.
           IF WS-DocumentTrobat NOT EQUAL "S"
             DISPLAY "ERROR!!! Document NO existeix" BEEP LINE 11
               POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PARAGRAPH
           END-IF.
           PERFORM CarregarClient.
           DISPLAY WS-NomDoc LINE 8 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-TotalDoc TO ED-Import.
           DISPLAY "Total: " LINE 9 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 9 POSITION 12
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF OrganGestorClient EQUAL SPACES AND
              WS-ClientTrobat EQUAL "S"
             DISPLAY "AVIS: el client NO te unitats administratives"
               LINE 10 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           MOVE WS-NumeroDocument TO WS-NumeroText.
           MOVE SPACES TO WS-NomFitxerXml.
           STRING "FE" DELIMITED BY SIZE WS-SerieDoc DELIMITED BY SIZE
             WS-NumeroText DELIMITED BY SIZE ".XML" DELIMITED BY SIZE
             INTO WS-NomFitxerXml.
           DISPLAY "Nom del fitxer: " LINE 12 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NomFitxerXml LINE 12 POSITION 22
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-NomFitxerXml LINE 12 POSITION 22 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP.
           OPEN OUTPUT FitxerXml.
           IF EstatFitxerXml NOT EQUAL "00"
             DISPLAY "ERROR!!! NO es pot crear el fitxer" BEEP LINE 11
               POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PARAGRAPH
           END-IF.
           PERFORM EscriureCapcaleraXml.
           PERFORM EscriureParts.
           PERFORM EscriureFacturaXml.
           MOVE "</fe:Facturae>" TO LiniaXml.
           WRITE LiniaXml.
           CLOSE FitxerXml.
           PERFORM RegistrarGeneracio.
           DISPLAY "Fitxer generat. Cal signar-lo abans de l'enviament."
             LINE 14 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Generacions d'aquest document: " LINE 15
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NumGeneracions LINE 15 POSITION 37
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Tecla NO BEEP.

        CarregarFactura.
           MOVE WS-NumeroDocument TO NumeroFactura.
           READ FitxerFactures.
           IF EstatFitxerFactures EQUAL "00"
             MOVE "S" TO WS-DocumentTrobat
             MOVE "F" TO WS-SerieDoc
             MOVE DataFactura TO WS-DataDoc
             MOVE DniClientFactura TO WS-DniDoc
             MOVE NomClientFactura TO WS-NomDoc
             MOVE AdressaClientFactura TO WS-AdressaDoc
             MOVE PoblacioClientFactura TO WS-PoblacioDoc
             MOVE ConcepteFactura TO WS-ConcepteDoc
             MOVE MonedaFactura TO WS-MonedaDoc
             MOVE RegimFactura TO WS-RegimDoc
             MOVE TipusIVA TO WS-TipusIVADoc
             MOVE BaseImposable TO WS-BaseDoc
             MOVE QuotaIVA TO WS-QuotaDoc
             MOVE TotalFactura TO WS-TotalDoc
             COMPUTE WS-TaxaDoc = TotalFactura - BaseImposable -
               QuotaIVA
             MOVE 0 TO WS-FacturaOriginal
             MOVE SPACES TO WS-DataOriginal
           END-IF.

        CarregarRectificativa.
           MOVE WS-NumeroDocument TO NumeroRectificativa.
           READ FitxerRectificatives.
           IF EstatFitxerRectificatives EQUAL "00"
             MOVE "S" TO WS-DocumentTrobat
             MOVE "R" TO WS-SerieDoc
             MOVE DataRectificativa TO WS-DataDoc
             MOVE DniClientRectificativa TO WS-DniDoc
             MOVE NomClientRectificativa TO WS-NomDoc
             MOVE AdressaClientRectificativa TO WS-AdressaDoc
             MOVE PoblacioClientRectificativa TO WS-PoblacioDoc
             MOVE ConcepteRectificativa TO WS-ConcepteDoc
             MOVE MonedaRectificativa TO WS-MonedaDoc
             MOVE RegimRectificativa TO WS-RegimDoc
             MOVE TipusIVARectificativa TO WS-TipusIVADoc
             MOVE BaseImposableRectificativa TO WS-BaseDoc
             MOVE QuotaIVARectificativa TO WS-QuotaDoc
             MOVE TotalRectificativa TO WS-TotalDoc
             MOVE 0 TO WS-TaxaDoc
             MOVE NumeroFacturaOriginal TO WS-FacturaOriginal
             MOVE WS-DataDoc TO WS-DataOriginal
             MOVE NumeroFacturaOriginal TO NumeroFactura
             READ FitxerFactures
             IF EstatFitxerFactures EQUAL "00"
               MOVE DataFactura TO WS-DataOriginal
             END-IF
           END-IF.

        CarregarClient.
           IF WS-MonedaDoc EQUAL SPACES
             MOVE "EUR" TO WS-MonedaDoc
           END-IF.
           IF WS-TaxaDoc < 0
             MOVE 0 TO WS-TaxaDoc
           END-IF.
           IF WS-RegimDoc EQUAL "M"
             COMPUTE WS-BrutDoc = WS-TotalDoc - WS-TaxaDoc
             MOVE 0 TO WS-QuotaDoc
           ELSE
             MOVE WS-BaseDoc TO WS-BrutDoc
           END-IF.
           MOVE "N" TO WS-ClientTrobat.
           MOVE SPACES TO OrganGestorClient.
           MOVE SPACES TO UnitatTramitadoraClient.
           MOVE SPACES TO OficinaComptableClient.
           MOVE "F" TO WS-TipusPersona.
           MOVE "ca" TO WS-IdiomaXml.
           MOVE WS-DniDoc TO Dni.
           READ FitxerClients.
           IF EstatFitxerClients EQUAL "00"
             MOVE "S" TO WS-ClientTrobat
             IF ClientEmpresa
               MOVE "J" TO WS-TipusPersona
             END-IF
             IF IdiomaCastella
               MOVE "es" TO WS-IdiomaXml
             END-IF
             IF IdiomaFrances
               MOVE "fr" TO WS-IdiomaXml
             END-IF
           ELSE
             MOVE "J" TO WS-TipusPersona
             MOVE SPACES TO OrganGestorClient
             MOVE SPACES TO UnitatTramitadoraClient
             MOVE SPACES TO OficinaComptableClient
           END-IF.

        EscriureCapcaleraXml.
           MOVE "<?xml version=""1.0"" encoding=""ISO-8859-1""?>"
             TO LiniaXml.
           WRITE LiniaXml.
           MOVE SPACES TO LiniaXml.
           STRING "<fe:Facturae xmlns:ds=" DELIMITED BY SIZE
             """http://www.w3.org/2000/09/xmldsig#"" " DELIMITED BY
             SIZE "xmlns:fe=""http://www.facturae.gob.es/formato/"
             DELIMITED BY SIZE "Versiones/Facturaev3_2_2.xml"">"
             DELIMITED BY SIZE INTO LiniaXml.
           WRITE LiniaXml.
           MOVE "<FileHeader>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE "SchemaVersion" TO WS-Etiqueta.
           MOVE "3.2.2" TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE "Modality" TO WS-Etiqueta.
           MOVE "I" TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE "InvoiceIssuerType" TO WS-Etiqueta.
           MOVE "EM" TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE "<Batch>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE WS-NifAgencia TO WS-TextOrigen.
           MOVE "S" TO WS-TreureSeparadors.
           PERFORM EscaparText.
           MOVE "N" TO WS-TreureSeparadors.
           MOVE SPACES TO WS-TextOrigen.
           STRING WS-TextXml(1:WS-PosXml) DELIMITED BY SIZE
             WS-SerieDoc DELIMITED BY SIZE WS-NumeroText DELIMITED BY
             SIZE INTO WS-TextOrigen.
           MOVE "BatchIdentifier" TO WS-Etiqueta.
           PERFORM EscriureElement.
           MOVE "InvoicesCount" TO WS-Etiqueta.
           MOVE "1" TO WS-TextOrigen.
           PERFORM EscriureElement.
           COMPUTE WS-ImportFormat = WS-BrutDoc + WS-QuotaDoc.
           MOVE "TotalInvoicesAmount" TO WS-Etiqueta.
           PERFORM EscriureImportTotal.
           MOVE WS-TotalDoc TO WS-ImportFormat.
           MOVE "TotalOutstandingAmount" TO WS-Etiqueta.
           PERFORM EscriureImportTotal.
           MOVE WS-TotalDoc TO WS-ImportFormat.
           MOVE "TotalExecutableAmount" TO WS-Etiqueta.
           PERFORM EscriureImportTotal.
           MOVE "InvoiceCurrencyCode" TO WS-Etiqueta.
           MOVE WS-MonedaDoc TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE "</Batch>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE "</FileHeader>" TO LiniaXml.
           WRITE LiniaXml.

        EscriureParts.
           MOVE "<Parties>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE "<SellerParty>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE "J" TO WS-TextOrigen.
           MOVE WS-NifAgencia TO WS-CodiCentre.
           PERFORM EscriureIdentificacioFiscal.
           MOVE "<LegalEntity>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE "CorporateName" TO WS-Etiqueta.
           MOVE WS-NomAgencia TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE "<AddressInSpain>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE "Address" TO WS-Etiqueta.
           MOVE WS-AdressaAgencia TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE "PostCode" TO WS-Etiqueta.
           MOVE WS-CPAgencia TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE "Town" TO WS-Etiqueta.
           MOVE WS-PoblacioAgencia TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE "Province" TO WS-Etiqueta.
           MOVE WS-ProvinciaAgencia TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE "CountryCode" TO WS-Etiqueta.
           MOVE "ESP" TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE "</AddressInSpain>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE "</LegalEntity>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE "</SellerParty>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE "<BuyerParty>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE WS-TipusPersona TO WS-TextOrigen.
           MOVE WS-DniDoc TO WS-CodiCentre.
           PERFORM EscriureIdentificacioFiscal.
           IF OrganGestorClient NOT EQUAL SPACES OR
              UnitatTramitadoraClient NOT EQUAL SPACES OR
              OficinaComptableClient NOT EQUAL SPACES
             MOVE "<AdministrativeCentres>" TO LiniaXml
             WRITE LiniaXml
             MOVE OficinaComptableClient TO WS-CodiCentre
             MOVE "01" TO WS-RolCentre
             PERFORM EscriureCentreAdministratiu
             MOVE OrganGestorClient TO WS-CodiCentre
             MOVE "02" TO WS-RolCentre
             PERFORM EscriureCentreAdministratiu
             MOVE UnitatTramitadoraClient TO WS-CodiCentre
             MOVE "03" TO WS-RolCentre
             PERFORM EscriureCentreAdministratiu
             MOVE "</AdministrativeCentres>" TO LiniaXml
             WRITE LiniaXml
           END-IF.
           IF WS-TipusPersona EQUAL "J"
             MOVE "<LegalEntity>" TO LiniaXml
             WRITE LiniaXml
             MOVE "CorporateName" TO WS-Etiqueta
             MOVE WS-NomDoc TO WS-TextOrigen
             PERFORM EscriureElement
           ELSE
             MOVE "<Individual>" TO LiniaXml
             WRITE LiniaXml
             MOVE "Name" TO WS-Etiqueta
             MOVE Nom TO WS-TextOrigen
             PERFORM EscriureElement
             MOVE "FirstSurname" TO WS-Etiqueta
             MOVE CNom1 TO WS-TextOrigen
             PERFORM EscriureElement
             IF CNom2 NOT EQUAL SPACES
               MOVE "SecondSurname" TO WS-Etiqueta
               MOVE CNom2 TO WS-TextOrigen
               PERFORM EscriureElement
             END-IF
           END-IF.
           PERFORM EscriureAdrecaClient.
           IF WS-TipusPersona EQUAL "J"
             MOVE "</LegalEntity>" TO LiniaXml
           ELSE
             MOVE "</Individual>" TO LiniaXml
           END-IF.
           WRITE LiniaXml.
           MOVE "</BuyerParty>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE "</Parties>" TO LiniaXml.
           WRITE LiniaXml.

        EscriureIdentificacioFiscal.
           MOVE "<TaxIdentification>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE "PersonTypeCode" TO WS-Etiqueta.
           PERFORM EscriureElement.
           MOVE "ResidenceTypeCode" TO WS-Etiqueta.
           MOVE "R" TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE "TaxIdentificationNumber" TO WS-Etiqueta.
           MOVE WS-CodiCentre TO WS-TextOrigen.
           MOVE "S" TO WS-TreureSeparadors.
           PERFORM EscriureElement.
           MOVE "N" TO WS-TreureSeparadors.
           MOVE "</TaxIdentification>" TO LiniaXml.
           WRITE LiniaXml.

        EscriureCentreAdministratiu.
           IF WS-CodiCentre NOT EQUAL SPACES
             MOVE "<AdministrativeCentre>" TO LiniaXml
             WRITE LiniaXml
             MOVE "CentreCode" TO WS-Etiqueta
             MOVE WS-CodiCentre TO WS-TextOrigen
             PERFORM EscriureElement
             MOVE "RoleTypeCode" TO WS-Etiqueta
             MOVE WS-RolCentre TO WS-TextOrigen
             PERFORM EscriureElement
             PERFORM EscriureAdrecaClient
             MOVE "</AdministrativeCentre>" TO LiniaXml
             WRITE LiniaXml
           END-IF.

        EscriureAdrecaClient.
           MOVE "<AddressInSpain>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE "Address" TO WS-Etiqueta.
           IF WS-ClientTrobat EQUAL "S"
             MOVE SPACES TO WS-TextOrigen
             STRING Carrer DELIMITED BY "  " " " DELIMITED BY SIZE
               Num DELIMITED BY SIZE INTO WS-TextOrigen
           ELSE
             MOVE WS-AdressaDoc TO WS-TextOrigen
           END-IF.
           PERFORM EscriureElement.
           MOVE "PostCode" TO WS-Etiqueta.
           IF WS-ClientTrobat EQUAL "S"
             MOVE CodiPostal TO WS-TextOrigen
           ELSE
             MOVE "00000" TO WS-TextOrigen
           END-IF.
           PERFORM EscriureElement.
           MOVE "Town" TO WS-Etiqueta.
           MOVE WS-PoblacioDoc TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE "Province" TO WS-Etiqueta.
           IF WS-ClientTrobat EQUAL "S"
             MOVE Provincia TO WS-TextOrigen
           ELSE
             MOVE WS-PoblacioDoc TO WS-TextOrigen
           END-IF.
           PERFORM EscriureElement.
           MOVE "CountryCode" TO WS-Etiqueta.
           MOVE "ESP" TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE "</AddressInSpain>" TO LiniaXml.
           WRITE LiniaXml.

        EscriureFacturaXml.
           MOVE "<Invoices>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE "<Invoice>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE "<InvoiceHeader>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE "InvoiceNumber" TO WS-Etiqueta.
           MOVE WS-NumeroText TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE "InvoiceSeriesCode" TO WS-Etiqueta.
           MOVE WS-SerieDoc TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE "InvoiceDocumentType" TO WS-Etiqueta.
           MOVE "FC" TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE "InvoiceClass" TO WS-Etiqueta.
           IF WS-SerieDoc EQUAL "R"
             MOVE "OR" TO WS-TextOrigen
             PERFORM EscriureElement
             PERFORM EscriureRectificacio
           ELSE
             MOVE "OO" TO WS-TextOrigen
             PERFORM EscriureElement
           END-IF.
           MOVE "</InvoiceHeader>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE "<InvoiceIssueData>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE WS-DataDoc TO WS-DataXml.
           PERFORM ConvertirDataXml.
           MOVE "IssueDate" TO WS-Etiqueta.
           MOVE WS-DataXml TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE "InvoiceCurrencyCode" TO WS-Etiqueta.
           MOVE WS-MonedaDoc TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE "TaxCurrencyCode" TO WS-Etiqueta.
           MOVE WS-MonedaDoc TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE "LanguageName" TO WS-Etiqueta.
           MOVE WS-IdiomaXml TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE "</InvoiceIssueData>" TO LiniaXml.
           WRITE LiniaXml.
           PERFORM EscriureImpostos.
           MOVE "<InvoiceTotals>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE WS-BrutDoc TO WS-ImportFormat.
           MOVE "TotalGrossAmount" TO WS-Etiqueta.
           PERFORM EscriureImport.
           MOVE "TotalGrossAmountBeforeTaxes" TO WS-Etiqueta.
           PERFORM EscriureImport.
           MOVE WS-QuotaDoc TO WS-ImportFormat.
           MOVE "TotalTaxOutputs" TO WS-Etiqueta.
           PERFORM EscriureImport.
           MOVE 0 TO WS-ImportFormat.
           MOVE "TotalTaxesWithheld" TO WS-Etiqueta.
           PERFORM EscriureImport.
           COMPUTE WS-ImportFormat = WS-BrutDoc + WS-QuotaDoc.
           MOVE "InvoiceTotal" TO WS-Etiqueta.
           PERFORM EscriureImport.
           MOVE WS-TotalDoc TO WS-ImportFormat.
           MOVE "TotalOutstandingAmount" TO WS-Etiqueta.
           PERFORM EscriureImport.
           MOVE "TotalExecutableAmount" TO WS-Etiqueta.
           PERFORM EscriureImport.
           IF WS-TaxaDoc > 0
             MOVE WS-TaxaDoc TO WS-ImportFormat
             MOVE "TotalReimbursableExpenses" TO WS-Etiqueta
             PERFORM EscriureImport
           END-IF.
           MOVE "</InvoiceTotals>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE "<Items>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE "<InvoiceLine>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE "ItemDescription" TO WS-Etiqueta.
           MOVE WS-ConcepteDoc TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE "Quantity" TO WS-Etiqueta.
           MOVE "1.00" TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE "UnitOfMeasure" TO WS-Etiqueta.
           MOVE "01" TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE WS-BrutDoc TO WS-ImportFormat.
           MOVE "UnitPriceWithoutTax" TO WS-Etiqueta.
           PERFORM EscriureImport.
           MOVE "TotalCost" TO WS-Etiqueta.
           PERFORM EscriureImport.
           MOVE "GrossAmount" TO WS-Etiqueta.
           PERFORM EscriureImport.
           PERFORM EscriureImpostos.
           MOVE "</InvoiceLine>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE "</Items>" TO LiniaXml.
           WRITE LiniaXml.
           IF WS-RegimDoc EQUAL "M"
             MOVE "<LegalLiterals>" TO LiniaXml
             WRITE LiniaXml
             MOVE "LegalReference" TO WS-Etiqueta
             MOVE "REGIMEN ESPECIAL DE LAS AGENCIAS DE VIAJES"
               TO WS-TextOrigen
             PERFORM EscriureElement
             MOVE "</LegalLiterals>" TO LiniaXml
             WRITE LiniaXml
           END-IF.
           MOVE "</Invoice>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE "</Invoices>" TO LiniaXml.
           WRITE LiniaXml.

        EscriureRectificacio.
           MOVE "<Corrective>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE "InvoiceNumber" TO WS-Etiqueta.
           MOVE WS-FacturaOriginal TO WS-NumeroText.
           MOVE WS-NumeroText TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE WS-NumeroDocument TO WS-NumeroText.
           MOVE "InvoiceSeriesCode" TO WS-Etiqueta.
           MOVE "F" TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE "ReasonCode" TO WS-Etiqueta.
           MOVE "16" TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE "ReasonDescription" TO WS-Etiqueta.
           MOVE "Base imponible" TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE "<TaxPeriod>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE WS-DataOriginal TO WS-DataXml.
           PERFORM ConvertirDataXml.
           MOVE "StartDate" TO WS-Etiqueta.
           MOVE WS-DataXml TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE "EndDate" TO WS-Etiqueta.
           PERFORM EscriureElement.
           MOVE "</TaxPeriod>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE "CorrectionMethod" TO WS-Etiqueta.
           MOVE "02" TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE "CorrectionMethodDescription" TO WS-Etiqueta.
           MOVE "Rectificacion por diferencias" TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE "</Corrective>" TO LiniaXml.
           WRITE LiniaXml.

        EscriureImpostos.
           MOVE "<TaxesOutputs>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE "<Tax>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE "TaxTypeCode" TO WS-Etiqueta.
           MOVE "01" TO WS-TextOrigen.
           PERFORM EscriureElement.
           IF WS-RegimDoc EQUAL "M"
             MOVE 0 TO WS-ImportFormat
           ELSE
             MOVE WS-TipusIVADoc TO WS-ImportFormat
           END-IF.
           PERFORM FormatarImport.
           MOVE "TaxRate" TO WS-Etiqueta.
           MOVE WS-ImportXml TO WS-TextOrigen.
           PERFORM EscriureElement.
           MOVE WS-BrutDoc TO WS-ImportFormat.
           MOVE "TaxableBase" TO WS-Etiqueta.
           PERFORM EscriureImportTotal.
           MOVE WS-QuotaDoc TO WS-ImportFormat.
           MOVE "TaxAmount" TO WS-Etiqueta.
           PERFORM EscriureImportTotal.
           MOVE "</Tax>" TO LiniaXml.
           WRITE LiniaXml.
           MOVE "</TaxesOutputs>" TO LiniaXml.
           WRITE LiniaXml.

        EscriureImportTotal.
           MOVE SPACES TO LiniaXml.
           STRING "<" DELIMITED BY SIZE WS-Etiqueta DELIMITED BY SPACE
             ">" DELIMITED BY SIZE INTO LiniaXml.
           WRITE LiniaXml.
           MOVE WS-Etiqueta TO WS-TextOrigen.
           MOVE "TotalAmount" TO WS-Etiqueta.
           PERFORM EscriureImport.
           MOVE WS-TextOrigen TO WS-Etiqueta.
           MOVE SPACES TO LiniaXml.
           STRING "</" DELIMITED BY SIZE WS-Etiqueta DELIMITED BY
             SPACE ">" DELIMITED BY SIZE INTO LiniaXml.
           WRITE LiniaXml.

        EscriureImport.
           PERFORM FormatarImport.
           MOVE SPACES TO LiniaXml.
           STRING "<" DELIMITED BY SIZE WS-Etiqueta DELIMITED BY SPACE
             ">" DELIMITED BY SIZE WS-ImportXml DELIMITED BY SPACE
             "</" DELIMITED BY SIZE WS-Etiqueta DELIMITED BY SPACE
             ">" DELIMITED BY SIZE INTO LiniaXml.
           WRITE LiniaXml.

        FormatarImport.
           MOVE WS-ImportFormat TO ED-ImportXml.
           MOVE 0 TO WS-Espais.
           INSPECT ED-ImportXml TALLYING WS-Espais FOR LEADING SPACES.
           MOVE SPACES TO WS-ImportXml.
           STRING ED-ImportXml(WS-Espais + 1:) DELIMITED BY SIZE
             ".00" DELIMITED BY SIZE INTO WS-ImportXml.

        ConvertirDataXml.
           MOVE WS-DataXml TO WS-TextOrigen.
           MOVE SPACES TO WS-DataXml.
           STRING WS-TextOrigen(7:4) DELIMITED BY SIZE "-" DELIMITED
             BY SIZE WS-TextOrigen(4:2) DELIMITED BY SIZE "-"
             DELIMITED BY SIZE WS-TextOrigen(1:2) DELIMITED BY SIZE
             INTO WS-DataXml.

        EscriureElement.
           PERFORM EscaparText.
           MOVE SPACES TO LiniaXml.
           STRING "<" DELIMITED BY SIZE WS-Etiqueta DELIMITED BY SPACE
             ">" DELIMITED BY SIZE WS-TextXml(1:WS-PosXml) DELIMITED
             BY SIZE "</" DELIMITED BY SIZE WS-Etiqueta DELIMITED BY
             SPACE ">" DELIMITED BY SIZE INTO LiniaXml.
           WRITE LiniaXml.

        EscaparText.
           MOVE 60 TO WS-LongText.
           PERFORM RetrocedirBlanc UNTIL WS-LongText = 0 OR
             WS-TextOrigen(WS-LongText:1) NOT EQUAL SPACE.
           MOVE SPACES TO WS-TextXml.
           MOVE 0 TO WS-PosXml.
           PERFORM EscaparCaracter VARYING WS-IndexText FROM 1 BY 1
             UNTIL WS-IndexText > WS-LongText.
           IF WS-PosXml EQUAL 0
             MOVE 1 TO WS-PosXml
           END-IF.

        RetrocedirBlanc.
           SUBTRACT 1 FROM WS-LongText.

        EscaparCaracter.
           MOVE WS-TextOrigen(WS-IndexText:1) TO WS-Caracter.
           IF WS-TreureSeparadors EQUAL "S" AND
              (WS-Caracter EQUAL "-" OR WS-Caracter EQUAL "." OR
               WS-Caracter EQUAL SPACE)
             EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-Caracter
             WHEN "&"
               MOVE "&amp;" TO WS-TextXml(WS-PosXml + 1:5)
               ADD 5 TO WS-PosXml
             WHEN "<"
               MOVE "&lt;" TO WS-TextXml(WS-PosXml + 1:4)
               ADD 4 TO WS-PosXml
             WHEN ">"
               MOVE "&gt;" TO WS-TextXml(WS-PosXml + 1:4)
               ADD 4 TO WS-PosXml
             WHEN OTHER
               ADD 1 TO WS-PosXml
               MOVE WS-Caracter TO WS-TextXml(WS-PosXml:1)
           END-EVALUATE.

        RegistrarGeneracio.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           ACCEPT WS-HoraSistema FROM TIME.
           MOVE WS-SerieDoc TO TipusDocumentElec.
           MOVE WS-NumeroDocument TO NumeroDocumentElec.
           READ FitxerFacturesElectroniques.
           IF EstatFitxerFacturesElec NOT EQUAL "00"
             MOVE 0 TO NumGeneracionsElec
           END-IF.
           ADD 1 TO NumGeneracionsElec.
           MOVE NumGeneracionsElec TO WS-NumGeneracions.
           MOVE WS-DniDoc TO DniClientElec.
           MOVE WS-TotalDoc TO ImportDocumentElec.
           MOVE SPACES TO DataGeneracioElec.
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnySistema DELIMITED BY SIZE INTO
             DataGeneracioElec.
           MOVE SPACES TO HoraGeneracioElec.
           STRING WS-HoresSistema DELIMITED BY SIZE ":" DELIMITED BY
             SIZE WS-MinutsSistema DELIMITED BY SIZE ":" DELIMITED BY
             SIZE WS-SegonsSistema DELIMITED BY SIZE INTO
             HoraGeneracioElec.
           MOVE WS-NomFitxerXml TO NomFitxerElec.
           MOVE WS-NomUsuariSessio TO UsuariElec.
           IF NumGeneracionsElec > 1
             REWRITE RegistreFacturaElectronica
           ELSE
             WRITE RegistreFacturaElectronica
           END-IF.

        LlistarRegistre.
           PERFORM DemanarSortida.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "REGISTRE DE FACTURES ELECTRONIQUES" LINE 2
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "T NUMERO  CLIENT       IMPORT DATA       HORA"
             LINE 4 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "FITXER         GEN" LINE 4 POSITION 50
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE "REGISTRE DE FACTURES ELECTRONIQUES (FACTURAE)"
               TO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE 6 TO Fila.
           MOVE "NO" TO FiFitxer.
           PERFORM LlistarGeneracio UNTIL FiFitxer = "SI".
           ACCEPT Tecla NO BEEP.
           IF NOT SortidaPantalla
             CLOSE FitxerSortida
           END-IF.

        DemanarSortida.
           MOVE "P" TO TipusSortida.
           DISPLAY "Sortida: (P)antalla (I)mpressora (F)itxer: "
             LINE 7 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TipusSortida LINE 7 POSITION 50 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF SortidaImpressora
             CALL "OBRESPOL.COB" USING WS-TitolSpool
               WS-NomFitxerSortida
             CANCEL "OBRESPOL.COB"
             OPEN OUTPUT FitxerSortida
           END-IF.
           IF SortidaFitxer
             DISPLAY "Nom del fitxer: " LINE 8 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-NomFitxerSortida LINE 8 POSITION 22 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             OPEN OUTPUT FitxerSortida
           END-IF.

        LlistarGeneracio.
           READ FitxerFacturesElectroniques NEXT RECORD, AT END MOVE
             "SI" TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             MOVE ImportDocumentElec TO ED-Import
             DISPLAY TipusDocumentElec LINE Fila POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY NumeroDocumentElec LINE Fila POSITION 7
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY DniClientElec LINE Fila POSITION 15
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Import LINE Fila POSITION 25
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY DataGeneracioElec LINE Fila POSITION 34
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY HoraGeneracioElec LINE Fila POSITION 45
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY NomFitxerElec(1:14) LINE Fila POSITION 54
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY NumGeneracionsElec LINE Fila POSITION 69
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             IF NOT SortidaPantalla
               MOVE SPACES TO LiniaSortida
               STRING TipusDocumentElec DELIMITED BY SIZE " "
                 DELIMITED BY SIZE NumeroDocumentElec DELIMITED BY
                 SIZE " " DELIMITED BY SIZE DniClientElec DELIMITED
                 BY SIZE " " DELIMITED BY SIZE ED-Import DELIMITED BY
                 SIZE " " DELIMITED BY SIZE DataGeneracioElec
                 DELIMITED BY SIZE " " DELIMITED BY SIZE
                 HoraGeneracioElec DELIMITED BY SIZE " " DELIMITED BY
                 SIZE NomFitxerElec DELIMITED BY SIZE " " DELIMITED BY
                 SIZE UsuariElec DELIMITED BY SIZE " " DELIMITED BY
                 SIZE NumGeneracionsElec DELIMITED BY SIZE INTO
                 LiniaSortida
               WRITE LiniaSortida
             END-IF
             PERFORM AvancarFila
           END-IF.

        AvancarFila.
           ADD 1 TO Fila.
           IF Fila > 19
             ACCEPT Tecla NO BEEP
             MOVE 6 TO Fila
           END-IF.

        Sortir.
           CLOSE FitxerFacturesElectroniques.
           CLOSE FitxerFactures.
           CLOSE FitxerRectificatives.
           CLOSE FitxerClients.
           EXIT PROGRAM.
