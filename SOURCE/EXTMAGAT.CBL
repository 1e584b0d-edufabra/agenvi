       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulExtraccioMagatzem.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FDIARI.CPY.
            COPY S-FPARAM.CPY.
            COPY S-FRESER.CPY.
            COPY S-FCLIEN.CPY.
            COPY S-FCATVI.CPY.
            COPY S-FPAGAM.CPY.
            COPY S-FANUL.CPY.
            COPY S-FFACTU.CPY.
            COPY S-FRECTI.CPY.
            SELECT FitxerEsborrats ASSIGN TO RANDOM "MAGESBOR.AGV"
             ORGANIZATION IS INDEXED
             RECORD KEY IS DniEsborrat
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS EstatFitxerEsborrats.
            SELECT FitxerMagReserves ASSIGN TO "MAGRESER.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EstatFitxerMagatzem.
            SELECT FitxerMagClients ASSIGN TO "MAGCLIEN.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EstatFitxerMagatzem.
            SELECT FitxerMagCataleg ASSIGN TO "MAGCATAL.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EstatFitxerMagatzem.
            SELECT FitxerMagPagaments ASSIGN TO "MAGPAGAM.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EstatFitxerMagatzem.
            SELECT FitxerMagAnulacions ASSIGN TO "MAGANULA.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EstatFitxerMagatzem.
            SELECT FitxerMagFactures ASSIGN TO "MAGFACTU.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EstatFitxerMagatzem.
            SELECT FitxerMagRectificatives ASSIGN TO "MAGRECTI.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EstatFitxerMagatzem.
            SELECT FitxerMagControl ASSIGN TO "MAGCONTR.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EstatFitxerMagatzem.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-DIARI.CPY.
          COPY FD-PARAM.CPY.
          COPY FD-RESER.CPY.
          COPY FD-CLIEN.CPY.
          COPY FD-CATVI.CPY.
          COPY FD-PAGAM.CPY.
          COPY FD-ANUL.CPY.
          COPY FD-FACTU.CPY.
          COPY FD-RECTI.CPY.
         FD FitxerEsborrats
           LABEL RECORD IS STANDARD
           DATA RECORD IS RegistreEsborrat.
         01 RegistreEsborrat.
           02 DniEsborrat               PIC X(9).
         FD FitxerMagReserves
           LABEL RECORD IS STANDARD
           DATA RECORD IS LiniaMagReserva.
         01 LiniaMagReserva             PIC X(400).
         FD FitxerMagClients
           LABEL RECORD IS STANDARD
           DATA RECORD IS LiniaMagClient.
         01 LiniaMagClient              PIC X(400).
         FD FitxerMagCataleg
           LABEL RECORD IS STANDARD
           DATA RECORD IS LiniaMagCataleg.
         01 LiniaMagCataleg             PIC X(400).
         FD FitxerMagPagaments
           LABEL RECORD IS STANDARD
           DATA RECORD IS LiniaMagPagament.
         01 LiniaMagPagament            PIC X(400).
         FD FitxerMagAnulacions
           LABEL RECORD IS STANDARD
           DATA RECORD IS LiniaMagAnulacio.
         01 LiniaMagAnulacio            PIC X(400).
         FD FitxerMagFactures
           LABEL RECORD IS STANDARD
           DATA RECORD IS LiniaMagFactura.
         01 LiniaMagFactura             PIC X(400).
         FD FitxerMagRectificatives
           LABEL RECORD IS STANDARD
           DATA RECORD IS LiniaMagRectificativa.
         01 LiniaMagRectificativa       PIC X(400).
         FD FitxerMagControl
           LABEL RECORD IS STANDARD
           DATA RECORD IS LiniaMagControl.
         01 LiniaMagControl             PIC X(80).

        WORKING-STORAGE SECTION.
         77 EstatFitxerDiari         PIC XX VALUE "00".
         77 EstatFitxerParametres    PIC XX VALUE "00".
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatFitxerClients       PIC XX VALUE "00".
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerPagaments     PIC XX VALUE "00".
         77 EstatFitxerAnulacions    PIC XX VALUE "00".
         77 EstatFitxerFactures      PIC XX VALUE "00".
         77 EstatFitxerRectificatives PIC XX VALUE "00".
         77 EstatFitxerEsborrats     PIC XX VALUE "00".
         77 EstatFitxerMagatzem      PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 WS-DiariExisteix         PIC X VALUE "N".
         77 WS-TotalLinies           PIC 9(9) VALUE 0.
         77 WS-Posicio               PIC 9(9) VALUE 0.
         77 WS-PosInici              PIC 9(9) VALUE 0.
         77 WS-NumExtrets            PIC 9(7) VALUE 0.
         77 WS-DniCercat             PIC X(9) VALUE SPACES.
         77 WS-ClientEsborrat        PIC X VALUE "N".
         77 WS-ValorHash             PIC 9(8) VALUE 0.
         77 WS-NumReserves           PIC 9(7) VALUE 0.
         77 WS-HashReserves          PIC 9(15) VALUE 0.
         77 WS-NumClients            PIC 9(7) VALUE 0.
         77 WS-HashClients           PIC 9(15) VALUE 0.
         77 WS-NumCataleg            PIC 9(7) VALUE 0.
         77 WS-HashCataleg           PIC 9(15) VALUE 0.
         77 WS-NumPagaments          PIC 9(7) VALUE 0.
         77 WS-HashPagaments         PIC 9(15) VALUE 0.
         77 WS-NumAnulacions         PIC 9(7) VALUE 0.
         77 WS-HashAnulacions        PIC 9(15) VALUE 0.
         77 WS-NumFactures           PIC 9(7) VALUE 0.
         77 WS-HashFactures          PIC 9(15) VALUE 0.
         77 WS-NumRectificatives     PIC 9(7) VALUE 0.
         77 WS-HashRectificatives    PIC 9(15) VALUE 0.
         77 WS-NomControl            PIC X(12) VALUE SPACES.
         77 WS-NumControl            PIC 9(7) VALUE 0.
         77 WS-HashControl           PIC 9(15) VALUE 0.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.
         01 WS-PuntControl.
           02 WS-PCInici             PIC 9(9).
           02 WS-PCFi                PIC 9(9).
           02 WS-PCData              PIC 9(8).
           02 WS-PCEstat             PIC X.
             88 WS-PCComplet           VALUE "C".
             88 WS-PCEnCurs            VALUE "E".
           02 FILLER                 PIC X(13).
         01 WS-Capcalera.
           02 WS-TipusMoviment       PIC X.
             88 WS-MovimentAlta        VALUE "I".
             88 WS-MovimentCanvi       VALUE "U".
             88 WS-MovimentBaixa       VALUE "D".
           02 FILLER                 PIC X VALUE ";".
           02 WS-DataMoviment        PIC X(10).
           02 FILLER                 PIC X VALUE ";".
           02 WS-HoraMoviment        PIC X(8).
           02 FILLER                 PIC X VALUE ";".
           02 WS-UsuariMoviment      PIC X(15).
           02 FILLER                 PIC X VALUE ";".
           02 WS-PosicioMoviment     PIC 9(9).
           02 FILLER                 PIC X VALUE ";".

        LINKAGE SECTION.
         77 RegistresExtrets         PIC 9(7).

       PROCEDURE DIVISION USING RegistresExtrets.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerParametres, FitxerEsborrats.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           MOVE 0 TO RegistresExtrets.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           PERFORM LlegirPuntControl.
           MOVE 0 TO WS-TotalLinies.
           MOVE "N" TO WS-DiariExisteix.
           OPEN OUTPUT FitxerEsborrats.
           OPEN INPUT FitxerDiari.
           IF EstatFitxerDiari EQUAL "00"
             MOVE "S" TO WS-DiariExisteix
             MOVE "NO" TO FiFitxer
             PERFORM ComptarLinia UNTIL FiFitxer = "SI"
             CLOSE FitxerDiari
           END-IF.
           CLOSE FitxerEsborrats.
           OPEN INPUT FitxerEsborrats.
           IF WS-TotalLinies < WS-PosInici
             MOVE 0 TO WS-PosInici
           END-IF.
           MOVE WS-PosInici TO WS-PCInici.
           MOVE WS-PosInici TO WS-PCFi.
           MOVE WS-DataSistema TO WS-PCData.
           MOVE "E" TO WS-PCEstat.
           PERFORM GravarPuntControl.
           OPEN OUTPUT FitxerMagReserves.
           OPEN OUTPUT FitxerMagClients.
           OPEN OUTPUT FitxerMagCataleg.
           OPEN OUTPUT FitxerMagPagaments.
           OPEN OUTPUT FitxerMagAnulacions.
           OPEN OUTPUT FitxerMagFactures.
           OPEN OUTPUT FitxerMagRectificatives.
           IF WS-DiariExisteix EQUAL "S"
             OPEN INPUT FitxerDiari
             MOVE 0 TO WS-Posicio
             MOVE "NO" TO FiFitxer
             PERFORM ExtreureLinia UNTIL FiFitxer = "SI"
             CLOSE FitxerDiari
           END-IF.
           CLOSE FitxerMagReserves.
           CLOSE FitxerMagClients.
           CLOSE FitxerMagCataleg.
           CLOSE FitxerMagPagaments.
           CLOSE FitxerMagAnulacions.
           CLOSE FitxerMagFactures.
           CLOSE FitxerMagRectificatives.
           CLOSE FitxerEsborrats.
           PERFORM EscriureControl.
           MOVE WS-PosInici TO WS-PCInici.
           MOVE WS-TotalLinies TO WS-PCFi.
           MOVE WS-DataSistema TO WS-PCData.
           MOVE "C" TO WS-PCEstat.
           PERFORM GravarPuntControl.
           MOVE WS-NumExtrets TO RegistresExtrets.
           DISPLAY "Moviments extrets: " LINE 9 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NumExtrets LINE 9 POSITION 25
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Posicio diari: " LINE 9 POSITION 35
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-TotalLinies LINE 9 POSITION 51
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           EXIT PROGRAM.

        LlegirPuntControl.
           MOVE 0 TO WS-PCInici.
           MOVE 0 TO WS-PCFi.
           MOVE 0 TO WS-PCData.
           MOVE "C" TO WS-PCEstat.
           OPEN I-O FitxerParametres.
           IF EstatFitxerParametres NOT EQUAL "00"
             OPEN OUTPUT FitxerParametres
             CLOSE FitxerParametres
             OPEN I-O FitxerParametres
           END-IF.
           MOVE "POSDIARIMAG " TO ClauParametre.
           READ FitxerParametres.
           IF EstatFitxerParametres EQUAL "00"
             MOVE ValorParametre TO WS-PuntControl
             IF WS-PCInici NOT NUMERIC OR WS-PCFi NOT NUMERIC OR
                WS-PCData NOT NUMERIC
               MOVE 0 TO WS-PCInici
               MOVE 0 TO WS-PCFi
               MOVE 0 TO WS-PCData
               MOVE "C" TO WS-PCEstat
             END-IF
           END-IF.
           CLOSE FitxerParametres.
           IF WS-PCComplet AND WS-PCData NOT EQUAL WS-DataSistema
             MOVE WS-PCFi TO WS-PosInici
           ELSE
             MOVE WS-PCInici TO WS-PosInici
           END-IF.

        GravarPuntControl.
           OPEN I-O FitxerParametres.
           MOVE "POSDIARIMAG " TO ClauParametre.
           READ FitxerParametres.
           MOVE "POSDIARIMAG " TO ClauParametre.
           MOVE WS-PuntControl TO ValorParametre.
           IF EstatFitxerParametres EQUAL "00"
             REWRITE RegistreParametre
           ELSE
             WRITE RegistreParametre
           END-IF.
           CLOSE FitxerParametres.

        ComptarLinia.
           READ FitxerDiari, AT END MOVE "SI" TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             ADD 1 TO WS-TotalLinies
             IF DI-Fitxer EQUAL "CLIENTS " AND DiariBaixa
               MOVE DI-ImatgeAbans TO DadesClient
               IF Nom EQUAL "CLIENT ESBORRAT"
                 MOVE Dni TO DniEsborrat
                 WRITE RegistreEsborrat
               END-IF
             END-IF
           END-IF.

        ExtreureLinia.
           READ FitxerDiari, AT END MOVE "SI" TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             ADD 1 TO WS-Posicio
             IF WS-Posicio > WS-TotalLinies
               MOVE "SI" TO FiFitxer
             ELSE
               IF WS-Posicio > WS-PosInici
                 PERFORM DescodificarLinia
               END-IF
             END-IF
           END-IF.

        DescodificarLinia.
           EVALUATE TRUE
             WHEN DiariAlta MOVE "I" TO WS-TipusMoviment
             WHEN DiariModificacio MOVE "U" TO WS-TipusMoviment
             WHEN DiariBaixa MOVE "D" TO WS-TipusMoviment
             WHEN OTHER MOVE SPACE TO WS-TipusMoviment
           END-EVALUATE.
           MOVE DI-Data TO WS-DataMoviment.
           MOVE DI-Hora TO WS-HoraMoviment.
           MOVE DI-Usuari TO WS-UsuariMoviment.
           MOVE WS-Posicio TO WS-PosicioMoviment.
           IF WS-TipusMoviment NOT EQUAL SPACE
             EVALUATE DI-Fitxer
               WHEN "RESERVES" PERFORM ExtreureReserva
               WHEN "CLIENTS " PERFORM ExtreureClient
               WHEN "CATALEG " PERFORM ExtreureCataleg
               WHEN "PAGAMENT" PERFORM ExtreurePagament
               WHEN "ANULACIO" PERFORM ExtreureAnulacio
               WHEN "FACTURES" PERFORM ExtreureFactura
               WHEN "RECTIFIC" PERFORM ExtreureRectificativa
             END-EVALUATE
           END-IF.

        ExtreureReserva.
           IF DiariBaixa
             MOVE DI-ImatgeAbans TO Reserva
           ELSE
             MOVE DI-ImatgeDespres TO Reserva
           END-IF.
           MOVE DniReserva TO WS-DniCercat.
           PERFORM ComprovarEsborrat.
           PERFORM EmmascararDni.
           MOVE SPACES TO LiniaMagReserva.
           STRING WS-Capcalera DELIMITED BY SIZE
             NumeroReserva DELIMITED BY SIZE ";" DELIMITED BY SIZE
             WS-DniCercat DELIMITED BY SIZE ";" DELIMITED BY SIZE
             CodiViatgeReservat DELIMITED BY SIZE ";" DELIMITED BY
             SIZE DiaSortida DELIMITED BY SIZE ";" DELIMITED BY SIZE
             PlacesReservades DELIMITED BY SIZE ";" DELIMITED BY SIZE
             PreuTotalReserva DELIMITED BY SIZE ";" DELIMITED BY SIZE
             DataReserva DELIMITED BY SIZE ";" DELIMITED BY SIZE
             ImportAsseguranca DELIMITED BY SIZE ";" DELIMITED BY
             SIZE ImportExcursions DELIMITED BY SIZE ";" DELIMITED BY
             SIZE ImportDescompte DELIMITED BY SIZE ";" DELIMITED BY
             SIZE ImportPagat DELIMITED BY SIZE ";" DELIMITED BY SIZE
             EstatReserva DELIMITED BY SIZE ";" DELIMITED BY SIZE
             OficinaReserva DELIMITED BY SIZE ";" DELIMITED BY SIZE
             OperadorReserva DELIMITED BY SIZE ";" DELIMITED BY SIZE
             CodiSubagentReserva DELIMITED BY SIZE ";" DELIMITED BY
             SIZE CodiFontReserva DELIMITED BY SIZE ";" DELIMITED BY
             SIZE NumeroFacturaReserva DELIMITED BY SIZE
             INTO LiniaMagReserva.
           WRITE LiniaMagReserva.
           ADD 1 TO WS-NumReserves.
           ADD 1 TO WS-NumExtrets.
           IF NumeroReserva NUMERIC
             ADD NumeroReserva TO WS-HashReserves
           END-IF.

        ExtreureClient.
           IF DiariBaixa
             MOVE DI-ImatgeAbans TO DadesClient
           ELSE
             MOVE DI-ImatgeDespres TO DadesClient
           END-IF.
           MOVE Dni TO WS-DniCercat.
           PERFORM ComprovarEsborrat.
           IF Nom EQUAL "CLIENT ESBORRAT"
             MOVE "S" TO WS-ClientEsborrat
           END-IF.
           IF WS-ClientEsborrat EQUAL "S"
             PERFORM EmmascararClient
           END-IF.
           PERFORM EmmascararDni.
           MOVE SPACES TO LiniaMagClient.
           STRING WS-Capcalera DELIMITED BY SIZE
             WS-DniCercat DELIMITED BY SIZE ";" DELIMITED BY SIZE
             Nom DELIMITED BY SIZE ";" DELIMITED BY SIZE
             CNom1 DELIMITED BY SIZE ";" DELIMITED BY SIZE
             CNom2 DELIMITED BY SIZE ";" DELIMITED BY SIZE
             Carrer DELIMITED BY SIZE ";" DELIMITED BY SIZE
             Num DELIMITED BY SIZE ";" DELIMITED BY SIZE
             Pis DELIMITED BY SIZE ";" DELIMITED BY SIZE
             Porta DELIMITED BY SIZE ";" DELIMITED BY SIZE
             Poblacio DELIMITED BY SIZE ";" DELIMITED BY SIZE
             Provincia DELIMITED BY SIZE ";" DELIMITED BY SIZE
             CodiPostal DELIMITED BY SIZE ";" DELIMITED BY SIZE
             Telefon DELIMITED BY SIZE ";" DELIMITED BY SIZE
             CorreuElectronic DELIMITED BY SIZE ";" DELIMITED BY SIZE
             TipusClient DELIMITED BY SIZE ";" DELIMITED BY SIZE
             DataNaixement DELIMITED BY SIZE ";" DELIMITED BY SIZE
             IdiomaClient DELIMITED BY SIZE ";" DELIMITED BY SIZE
             WS-ClientEsborrat DELIMITED BY SIZE
             INTO LiniaMagClient.
           WRITE LiniaMagClient.
           ADD 1 TO WS-NumClients.
           ADD 1 TO WS-NumExtrets.
           IF WS-DniCercat(1:8) NUMERIC
             MOVE WS-DniCercat(1:8) TO WS-ValorHash
             ADD WS-ValorHash TO WS-HashClients
           END-IF.

        EmmascararClient.
           MOVE ALL "*" TO Nom.
           MOVE ALL "*" TO CNom1.
           MOVE ALL "*" TO CNom2.
           MOVE ALL "*" TO Carrer.
           MOVE 0 TO Num.
           MOVE 0 TO Pis.
           MOVE 0 TO Porta.
           MOVE ALL "*" TO Poblacio.
           MOVE ALL "*" TO Provincia.
           MOVE ALL "*" TO CodiPostal.
           MOVE ALL "*" TO Telefon.
           MOVE ALL "*" TO CorreuElectronic.
           MOVE ALL "*" TO DataNaixement.

        ExtreureCataleg.
           IF DiariBaixa
             MOVE DI-ImatgeAbans TO RegistreCatalegViatges
           ELSE
             MOVE DI-ImatgeDespres TO RegistreCatalegViatges
           END-IF.
           MOVE SPACES TO LiniaMagCataleg.
           STRING WS-Capcalera DELIMITED BY SIZE
             CodiViatge DELIMITED BY SIZE ";" DELIMITED BY SIZE
             Titol DELIMITED BY SIZE ";" DELIMITED BY SIZE
             Continent DELIMITED BY SIZE ";" DELIMITED BY SIZE
             Majorista DELIMITED BY SIZE ";" DELIMITED BY SIZE
             Paisos DELIMITED BY SIZE ";" DELIMITED BY SIZE
             MediTransport DELIMITED BY SIZE ";" DELIMITED BY SIZE
             RegimAllotjament DELIMITED BY SIZE ";" DELIMITED BY SIZE
             TipusAllotjament DELIMITED BY SIZE ";" DELIMITED BY SIZE
             DuracioViatge DELIMITED BY SIZE ";" DELIMITED BY SIZE
             PlacesDisponibles DELIMITED BY SIZE ";" DELIMITED BY
             SIZE PlacesTotals DELIMITED BY SIZE ";" DELIMITED BY
             SIZE PreuPersona DELIMITED BY SIZE ";" DELIMITED BY SIZE
             Moneda DELIMITED BY SIZE ";" DELIMITED BY SIZE
             CostNetPersona DELIMITED BY SIZE
             INTO LiniaMagCataleg.
           WRITE LiniaMagCataleg.
           ADD 1 TO WS-NumCataleg.
           ADD 1 TO WS-NumExtrets.
           IF CodiViatge NUMERIC
             ADD CodiViatge TO WS-HashCataleg
           END-IF.

        ExtreurePagament.
           IF DiariBaixa
             MOVE DI-ImatgeAbans TO RegistrePagament
           ELSE
             MOVE DI-ImatgeDespres TO RegistrePagament
           END-IF.
           MOVE DniPagament TO WS-DniCercat.
           PERFORM ComprovarEsborrat.
           PERFORM EmmascararDni.
           MOVE SPACES TO LiniaMagPagament.
           STRING WS-Capcalera DELIMITED BY SIZE
             NumeroPagament DELIMITED BY SIZE ";" DELIMITED BY SIZE
             NumeroReservaPagat DELIMITED BY SIZE ";" DELIMITED BY
             SIZE WS-DniCercat DELIMITED BY SIZE ";" DELIMITED BY SIZE
             DataPagament DELIMITED BY SIZE ";" DELIMITED BY SIZE
             HoraPagament DELIMITED BY SIZE ";" DELIMITED BY SIZE
             UsuariPagament DELIMITED BY SIZE ";" DELIMITED BY SIZE
             ImportPagament DELIMITED BY SIZE ";" DELIMITED BY SIZE
             MetodePagament DELIMITED BY SIZE ";" DELIMITED BY SIZE
             OficinaPagament DELIMITED BY SIZE ";" DELIMITED BY SIZE
             ConciliatPagament DELIMITED BY SIZE ";" DELIMITED BY
             SIZE NumeroRebutComu DELIMITED BY SIZE
             INTO LiniaMagPagament.
           WRITE LiniaMagPagament.
           ADD 1 TO WS-NumPagaments.
           ADD 1 TO WS-NumExtrets.
           IF NumeroPagament NUMERIC
             ADD NumeroPagament TO WS-HashPagaments
           END-IF.

        ExtreureAnulacio.
           IF DiariBaixa
             MOVE DI-ImatgeAbans TO RegistreAnulacio
           ELSE
             MOVE DI-ImatgeDespres TO RegistreAnulacio
           END-IF.
           MOVE DniAnulat TO WS-DniCercat.
           PERFORM ComprovarEsborrat.
           PERFORM EmmascararDni.
           MOVE SPACES TO LiniaMagAnulacio.
           STRING WS-Capcalera DELIMITED BY SIZE
             NumeroAnulacio DELIMITED BY SIZE ";" DELIMITED BY SIZE
             WS-DniCercat DELIMITED BY SIZE ";" DELIMITED BY SIZE
             CodiViatgeAnulat DELIMITED BY SIZE ";" DELIMITED BY SIZE
             NumeroReservaAnulada DELIMITED BY SIZE ";" DELIMITED BY
             SIZE DiaSortidaAnulada DELIMITED BY SIZE ";" DELIMITED
             BY SIZE PlacesAnulades DELIMITED BY SIZE ";" DELIMITED
             BY SIZE ImportAnulat DELIMITED BY SIZE ";" DELIMITED BY
             SIZE MotiuAnulacio DELIMITED BY SIZE ";" DELIMITED BY
             SIZE PercentatgeRetorn DELIMITED BY SIZE ";" DELIMITED
             BY SIZE ImportRetorn DELIMITED BY SIZE ";" DELIMITED BY
             SIZE DataAnulacio DELIMITED BY SIZE ";" DELIMITED BY SIZE
             EstatRetorn DELIMITED BY SIZE ";" DELIMITED BY SIZE
             DataRetornPagat DELIMITED BY SIZE ";" DELIMITED BY SIZE
             MetodeRetorn DELIMITED BY SIZE ";" DELIMITED BY SIZE
             OficinaAnulacio DELIMITED BY SIZE ";" DELIMITED BY SIZE
             CarrecProveidor DELIMITED BY SIZE ";" DELIMITED BY SIZE
             NumeroLiquidacioCarrec DELIMITED BY SIZE ";" DELIMITED
             BY SIZE EstatRehabilitacio DELIMITED BY SIZE
             INTO LiniaMagAnulacio.
           WRITE LiniaMagAnulacio.
           ADD 1 TO WS-NumAnulacions.
           ADD 1 TO WS-NumExtrets.
           IF NumeroAnulacio NUMERIC
             ADD NumeroAnulacio TO WS-HashAnulacions
           END-IF.

        ExtreureFactura.
           IF DiariBaixa
             MOVE DI-ImatgeAbans TO RegistreFactura
           ELSE
             MOVE DI-ImatgeDespres TO RegistreFactura
           END-IF.
           MOVE DniClientFactura TO WS-DniCercat.
           PERFORM ComprovarEsborrat.
           IF WS-ClientEsborrat EQUAL "S"
             MOVE ALL "*" TO NomClientFactura
             MOVE ALL "*" TO AdressaClientFactura
             MOVE ALL "*" TO PoblacioClientFactura
           END-IF.
           PERFORM EmmascararDni.
           MOVE SPACES TO LiniaMagFactura.
           STRING WS-Capcalera DELIMITED BY SIZE
             NumeroFactura DELIMITED BY SIZE ";" DELIMITED BY SIZE
             DataFactura DELIMITED BY SIZE ";" DELIMITED BY SIZE
             WS-DniCercat DELIMITED BY SIZE ";" DELIMITED BY SIZE
             NomClientFactura DELIMITED BY SIZE ";" DELIMITED BY SIZE
             AdressaClientFactura DELIMITED BY SIZE ";" DELIMITED BY
             SIZE PoblacioClientFactura DELIMITED BY SIZE ";"
             DELIMITED BY SIZE NumeroReservaFacturada DELIMITED BY
             SIZE ";" DELIMITED BY SIZE ConcepteFactura DELIMITED BY
             SIZE ";" DELIMITED BY SIZE BaseImposable DELIMITED BY
             SIZE ";" DELIMITED BY SIZE TipusIVA DELIMITED BY SIZE ";"
             DELIMITED BY SIZE QuotaIVA DELIMITED BY SIZE ";"
             DELIMITED BY SIZE TotalFactura DELIMITED BY SIZE ";"
             DELIMITED BY SIZE MonedaFactura DELIMITED BY SIZE ";"
             DELIMITED BY SIZE RegimFactura DELIMITED BY SIZE ";"
             DELIMITED BY SIZE MargeFactura DELIMITED BY SIZE
             INTO LiniaMagFactura.
           WRITE LiniaMagFactura.
           ADD 1 TO WS-NumFactures.
           ADD 1 TO WS-NumExtrets.
           IF NumeroFactura NUMERIC
             ADD NumeroFactura TO WS-HashFactures
           END-IF.

        ExtreureRectificativa.
           IF DiariBaixa
             MOVE DI-ImatgeAbans TO RegistreRectificativa
           ELSE
             MOVE DI-ImatgeDespres TO RegistreRectificativa
           END-IF.
           MOVE DniClientRectificativa TO WS-DniCercat.
           PERFORM ComprovarEsborrat.
           IF WS-ClientEsborrat EQUAL "S"
             MOVE ALL "*" TO NomClientRectificativa
             MOVE ALL "*" TO AdressaClientRectificativa
             MOVE ALL "*" TO PoblacioClientRectificativa
           END-IF.
           PERFORM EmmascararDni.
           MOVE SPACES TO LiniaMagRectificativa.
           STRING WS-Capcalera DELIMITED BY SIZE
             NumeroRectificativa DELIMITED BY SIZE ";" DELIMITED BY
             SIZE DataRectificativa DELIMITED BY SIZE ";" DELIMITED BY
             SIZE NumeroFacturaOriginal DELIMITED BY SIZE ";"
             DELIMITED BY SIZE NumeroReservaRectificada DELIMITED BY
             SIZE ";" DELIMITED BY SIZE TipusRectificativa DELIMITED
             BY SIZE ";" DELIMITED BY SIZE WS-DniCercat DELIMITED BY
             SIZE ";" DELIMITED BY SIZE NomClientRectificativa
             DELIMITED BY SIZE ";" DELIMITED BY SIZE
             AdressaClientRectificativa DELIMITED BY SIZE ";"
             DELIMITED BY SIZE PoblacioClientRectificativa DELIMITED
             BY SIZE ";" DELIMITED BY SIZE ConcepteRectificativa
             DELIMITED BY SIZE ";" DELIMITED BY SIZE
             BaseImposableRectificativa DELIMITED BY SIZE ";"
             DELIMITED BY SIZE TipusIVARectificativa DELIMITED BY SIZE
             ";" DELIMITED BY SIZE QuotaIVARectificativa DELIMITED BY
             SIZE ";" DELIMITED BY SIZE TotalRectificativa DELIMITED
             BY SIZE ";" DELIMITED BY SIZE MonedaRectificativa
             DELIMITED BY SIZE ";" DELIMITED BY SIZE
             RegimRectificativa DELIMITED BY SIZE ";" DELIMITED BY
             SIZE MargeRectificativa DELIMITED BY SIZE
             INTO LiniaMagRectificativa.
           WRITE LiniaMagRectificativa.
           ADD 1 TO WS-NumRectificatives.
           ADD 1 TO WS-NumExtrets.
           IF NumeroRectificativa NUMERIC
             ADD NumeroRectificativa TO WS-HashRectificatives
           END-IF.

        ComprovarEsborrat.
           MOVE "N" TO WS-ClientEsborrat.
           IF WS-DniCercat(1:3) EQUAL "ESB"
             MOVE "S" TO WS-ClientEsborrat
           END-IF.
           MOVE WS-DniCercat TO DniEsborrat.
           READ FitxerEsborrats.
           IF EstatFitxerEsborrats EQUAL "00"
             MOVE "S" TO WS-ClientEsborrat
           END-IF.

        EmmascararDni.
           IF WS-ClientEsborrat EQUAL "S" AND
              WS-DniCercat(1:3) NOT EQUAL "ESB"
             MOVE ALL "*" TO WS-DniCercat
           END-IF.

        EscriureControl.
           OPEN OUTPUT FitxerMagControl.
           MOVE "MAGRESER.TXT" TO WS-NomControl.
           MOVE WS-NumReserves TO WS-NumControl.
           MOVE WS-HashReserves TO WS-HashControl.
           PERFORM EscriureLiniaControl.
           MOVE "MAGCLIEN.TXT" TO WS-NomControl.
           MOVE WS-NumClients TO WS-NumControl.
           MOVE WS-HashClients TO WS-HashControl.
           PERFORM EscriureLiniaControl.
           MOVE "MAGCATAL.TXT" TO WS-NomControl.
           MOVE WS-NumCataleg TO WS-NumControl.
           MOVE WS-HashCataleg TO WS-HashControl.
           PERFORM EscriureLiniaControl.
           MOVE "MAGPAGAM.TXT" TO WS-NomControl.
           MOVE WS-NumPagaments TO WS-NumControl.
           MOVE WS-HashPagaments TO WS-HashControl.
           PERFORM EscriureLiniaControl.
           MOVE "MAGANULA.TXT" TO WS-NomControl.
           MOVE WS-NumAnulacions TO WS-NumControl.
           MOVE WS-HashAnulacions TO WS-HashControl.
           PERFORM EscriureLiniaControl.
           MOVE "MAGFACTU.TXT" TO WS-NomControl.
           MOVE WS-NumFactures TO WS-NumControl.
           MOVE WS-HashFactures TO WS-HashControl.
           PERFORM EscriureLiniaControl.
           MOVE "MAGRECTI.TXT" TO WS-NomControl.
           MOVE WS-NumRectificatives TO WS-NumControl.
           MOVE WS-HashRectificatives TO WS-HashControl.
           PERFORM EscriureLiniaControl.
           CLOSE FitxerMagControl.

        EscriureLiniaControl.
           MOVE SPACES TO LiniaMagControl.
           STRING WS-NomControl DELIMITED BY SIZE ";" DELIMITED BY
             SIZE WS-NumControl DELIMITED BY SIZE ";" DELIMITED BY
             SIZE WS-HashControl DELIMITED BY SIZE ";" DELIMITED BY
             SIZE WS-PosInici DELIMITED BY SIZE ";" DELIMITED BY SIZE
             WS-TotalLinies DELIMITED BY SIZE ";" DELIMITED BY SIZE
             WS-DataSistema DELIMITED BY SIZE
             INTO LiniaMagControl.
           WRITE LiniaMagControl.
