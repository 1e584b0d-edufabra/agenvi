       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulFormulariPrecontracte.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FACPRE.CPY.
            COPY S-FCLIEN.CPY.
            COPY S-FCATVI.CPY.
            COPY S-FITINE.CPY.
            COPY S-FESCRE.CPY.
            COPY S-FREQUI.CPY.
            COPY S-FLLIST.CPY.
            SELECT FitxerOutbox ASSIGN TO WS-NomFitxerOutbox
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EstatFitxerOutbox.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-ACPRE.CPY.
          COPY FD-CLIEN.CPY.
          COPY FD-CATVI.CPY.
          COPY FD-ITINE.CPY.
          COPY FD-ESCRE.CPY.
          COPY FD-REQUI.CPY.
          COPY FD-LLIST.CPY.
         FD FitxerOutbox
           LABEL RECORD IS STANDARD
           DATA RECORD IS LiniaOutbox.
         01 LiniaOutbox                 PIC X(80).

        WORKING-STORAGE SECTION.
         77 EstatFitxerAcceptacions  PIC XX VALUE "00".
         77 EstatFitxerClients       PIC XX VALUE "00".
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerItineraris    PIC XX VALUE "00".
         77 EstatFitxerEscalaRetorns PIC XX VALUE "00".
         77 EstatFitxerRequisits     PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 EstatFitxerOutbox        PIC XX VALUE "00".
         77 WS-NomFitxerOutbox       PIC X(40) VALUE SPACES.
         77 WS-NomFitxerSortida      PIC X(40) VALUE SPACES.
         77 WS-TitolSpool           PIC X(30)
            VALUE "INFORMACIO PRECONTRACTUAL".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 2.
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 WS-ClientsObert          PIC X VALUE "N".
         77 WS-CatalegObert          PIC X VALUE "N".
         77 WS-ItinerarisObert       PIC X VALUE "N".
         77 WS-RequisitTrobat        PIC X VALUE "N".
         77 WS-DocumentObert         PIC X VALUE "N".
         77 WS-IdiomaDoc             PIC X VALUE "C".
         77 WS-Idioma                PIC 9 VALUE 1.
         77 WS-Lliurament            PIC X VALUE "I".
           88 LliuramentImpres       VALUE "I".
           88 LliuramentCorreu       VALUE "E".
           88 LliuramentAnterior     VALUE "R".
         77 WS-Metode                PIC X VALUE "N".
         77 WS-Etiqueta              PIC 99 VALUE 0.
         77 WS-DiesBanda             PIC 9(3) VALUE 0.
         77 WS-PercentBanda          PIC 9(3) VALUE 0.
         77 WS-LiniaForm             PIC X(80) VALUE SPACES.
         77 WS-DataDoc               PIC X(10) VALUE SPACES.
         77 WS-Signat                PIC X(30)
            VALUE "______________________________".
         77 ED-Import                PIC ZZZZZZ9.
         77 ED-Places                PIC ZZZ9.
         77 ED-Dies                  PIC ZZ9.
         77 ED-Percent               PIC ZZ9.
         COPY ETIQPR-W.CPY.
         COPY SESSIO-W.CPY.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.
         01 WS-HoraSistema           PIC 9(8).
         01 WS-HoraSistemaR REDEFINES WS-HoraSistema.
           02 WS-HoraMinutSegon      PIC 9(6).
           02 WS-Centesimes          PIC 99.

        LINKAGE SECTION.
         COPY FORMPREC.CPY.

       PROCEDURE DIVISION USING PeticioFormulariPrecontracte.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerAcceptacionsPrecontracte, FitxerClients,
                 CatalegViatges, FitxerItineraris.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           MOVE "NO" TO FP-Resultat.
           OPEN I-O FitxerAcceptacionsPrecontracte.
           IF EstatFitxerAcceptacions NOT EQUAL "00"
             OPEN OUTPUT FitxerAcceptacionsPrecontracte
             CLOSE FitxerAcceptacionsPrecontracte
             OPEN I-O FitxerAcceptacionsPrecontracte
           END-IF.
           IF FP-Vincular
             PERFORM VincularReserva
             CLOSE FitxerAcceptacionsPrecontracte
             EXIT PROGRAM
           END-IF.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           ACCEPT WS-HoraSistema FROM TIME.
           MOVE SPACES TO WS-DataDoc.
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnySistema DELIMITED BY SIZE INTO WS-DataDoc.
           OPEN INPUT FitxerClients.
           IF EstatFitxerClients EQUAL "00"
             MOVE "S" TO WS-ClientsObert
           END-IF.
           OPEN INPUT CatalegViatges.
           IF EstatCatalegViatges EQUAL "00"
             MOVE "S" TO WS-CatalegObert
           END-IF.
           OPEN INPUT FitxerItineraris.
           IF EstatFitxerItineraris EQUAL "00"
             MOVE "S" TO WS-ItinerarisObert
           END-IF.
           MOVE SPACES TO Nom.
           MOVE SPACES TO CNom1.
           MOVE SPACES TO CorreuElectronic.
           MOVE "C" TO IdiomaClient.
           IF WS-ClientsObert EQUAL "S"
             MOVE FP-Dni TO Dni
             READ FitxerClients
           END-IF.
           MOVE FP-CodiViatge TO CodiViatge.
           IF WS-CatalegObert EQUAL "S"
             READ CatalegViatges
           END-IF.
           IF WS-CatalegObert NOT EQUAL "S" OR
              EstatCatalegViatges NOT EQUAL "00"
             DISPLAY "ERROR!!! Viatge NO existeix al cataleg" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT1.SCR 2 0 23 80" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           PERFORM EsborrarLinia VARYING Fila FROM 2 BY 1
             UNTIL Fila > 23.
           DISPLAY "INFORMACIO PRECONTRACTUAL:" LINE 3 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY Titol LINE 3 POSITION 32
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Client: " LINE 5 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY FP-Dni LINE 5 POSITION 13
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY Nom LINE 5 POSITION 24
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY CNom1 LINE 5 POSITION 45
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Sortida: " LINE 6 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY FP-DiaSortida LINE 6 POSITION 14
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Preu total: " LINE 6 POSITION 30
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY FP-PreuTotal LINE 6 POSITION 42
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           PERFORM DemanarIdioma.
           PERFORM DemanarLliurament.
           IF NOT LliuramentAnterior
             PERFORM GenerarFormulari
           END-IF.
           PERFORM DemanarAcceptacio.
           PERFORM Sortir.

        DemanarIdioma.
           MOVE IdiomaClient TO WS-IdiomaDoc.
           DISPLAY "Idioma (C)atala ca(S)tella (F)rances: " LINE 8
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-IdiomaDoc LINE 8 POSITION 44 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP.
           MOVE 1 TO WS-Idioma.
           IF WS-IdiomaDoc EQUAL "S"
             MOVE 2 TO WS-Idioma
           END-IF.
           IF WS-IdiomaDoc EQUAL "F"
             MOVE 3 TO WS-Idioma
           END-IF.
           IF WS-Idioma EQUAL 1
             MOVE "C" TO WS-IdiomaDoc
           END-IF.

        DemanarLliurament.
           MOVE "I" TO WS-Lliurament.
           IF CorreuElectronic NOT EQUAL SPACES
             MOVE "E" TO WS-Lliurament
           END-IF.
           DISPLAY "Lliurament: (I)mpres (E)-mail (R) ja lliurat: "
             LINE 9 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-Lliurament LINE 9 POSITION 52 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP.
           IF NOT LliuramentImpres AND NOT LliuramentCorreu AND
              NOT LliuramentAnterior
             MOVE "I" TO WS-Lliurament
           END-IF.
           IF LliuramentCorreu AND CorreuElectronic EQUAL SPACES
             DISPLAY "ERROR!!! Client sense correu; s'imprimeix" BEEP
               LINE 10 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             DISPLAY SPACES LINE 10 POSITION 5
             MOVE "I" TO WS-Lliurament
           END-IF.

        GenerarFormulari.
           MOVE "N" TO WS-DocumentObert.
           IF LliuramentCorreu AND WS-SessioFormacio
             MOVE "I" TO WS-Lliurament
           END-IF.
           IF LliuramentCorreu
             MOVE SPACES TO WS-NomFitxerOutbox
             STRING "OUTBOX\PRE" DELIMITED BY SIZE FP-Dni DELIMITED
               BY SIZE WS-HoraMinutSegon DELIMITED BY SIZE ".TXT"
               DELIMITED BY SIZE INTO WS-NomFitxerOutbox
             OPEN OUTPUT FitxerOutbox
             IF EstatFitxerOutbox EQUAL "00"
               MOVE "S" TO WS-DocumentObert
               MOVE SPACES TO LiniaOutbox
               STRING "PER: " DELIMITED BY SIZE CorreuElectronic
                 DELIMITED BY SIZE INTO LiniaOutbox
               WRITE LiniaOutbox
               MOVE SPACES TO LiniaOutbox
               STRING "ASSUMPTE: " DELIMITED BY SIZE
                 EtiquetaPrec(WS-Idioma, 1) DELIMITED BY SIZE
                 INTO LiniaOutbox
               WRITE LiniaOutbox
             ELSE
               MOVE "I" TO WS-Lliurament
             END-IF
           END-IF.
           IF LliuramentImpres
             CALL "OBRESPOL.COB" USING WS-TitolSpool
               WS-NomFitxerSortida
             CANCEL "OBRESPOL.COB"
             OPEN OUTPUT FitxerSortida
             IF EstatFitxerSortida EQUAL "00"
               MOVE "S" TO WS-DocumentObert
             END-IF
           END-IF.
           IF WS-DocumentObert NOT EQUAL "S"
             EXIT PARAGRAPH
           END-IF.
           MOVE EtiquetaPrec(WS-Idioma, 1) TO WS-LiniaForm.
           PERFORM EscriureLiniaForm.
           MOVE SPACES TO WS-LiniaForm.
           PERFORM EscriureLiniaForm.
           MOVE SPACES TO WS-LiniaForm.
           STRING EtiquetaPrec(WS-Idioma, 2) DELIMITED BY "  " " "
             DELIMITED BY SIZE Nom DELIMITED BY "  " " " DELIMITED
             BY SIZE CNom1 DELIMITED BY "  " " (" DELIMITED BY SIZE
             FP-Dni DELIMITED BY SIZE ")" DELIMITED BY SIZE
             INTO WS-LiniaForm.
           PERFORM EscriureLiniaForm.
           MOVE SPACES TO WS-LiniaForm.
           STRING EtiquetaPrec(WS-Idioma, 3) DELIMITED BY "  " " "
             DELIMITED BY SIZE CodiViatge DELIMITED BY SIZE " "
             DELIMITED BY SIZE Titol DELIMITED BY SIZE
             INTO WS-LiniaForm.
           PERFORM EscriureLiniaForm.
           MOVE DuracioViatge TO ED-Dies.
           MOVE SPACES TO WS-LiniaForm.
           STRING EtiquetaPrec(WS-Idioma, 4) DELIMITED BY "  " " "
             DELIMITED BY SIZE FP-DiaSortida DELIMITED BY SIZE "   "
             DELIMITED BY SIZE EtiquetaPrec(WS-Idioma, 5) DELIMITED
             BY "  " " " DELIMITED BY SIZE ED-Dies DELIMITED BY SIZE
             INTO WS-LiniaForm.
           PERFORM EscriureLiniaForm.
           MOVE SPACES TO WS-LiniaForm.
           STRING EtiquetaPrec(WS-Idioma, 6) DELIMITED BY "  " " "
             DELIMITED BY SIZE Paisos DELIMITED BY "  " " / "
             DELIMITED BY SIZE Continent DELIMITED BY SIZE
             INTO WS-LiniaForm.
           PERFORM EscriureLiniaForm.
           MOVE 0 TO WS-Etiqueta.
           IF Vaixell MOVE 31 TO WS-Etiqueta END-IF.
           IF Avio MOVE 32 TO WS-Etiqueta END-IF.
           IF Autocar MOVE 33 TO WS-Etiqueta END-IF.
           IF Tren MOVE 34 TO WS-Etiqueta END-IF.
           MOVE SPACES TO WS-LiniaForm.
           IF WS-Etiqueta > 0
             STRING EtiquetaPrec(WS-Idioma, 7) DELIMITED BY "  " " "
               DELIMITED BY SIZE EtiquetaPrec(WS-Idioma, WS-Etiqueta)
               DELIMITED BY "  " INTO WS-LiniaForm
           ELSE
             STRING EtiquetaPrec(WS-Idioma, 7) DELIMITED BY "  " " "
               DELIMITED BY SIZE MediTransport DELIMITED BY SIZE
               INTO WS-LiniaForm
           END-IF.
           PERFORM EscriureLiniaForm.
           MOVE 0 TO WS-Etiqueta.
           IF PensioComplerta MOVE 35 TO WS-Etiqueta END-IF.
           IF MitjaPensio MOVE 36 TO WS-Etiqueta END-IF.
           IF AllotjamentDesdejuny MOVE 37 TO WS-Etiqueta END-IF.
           MOVE SPACES TO WS-LiniaForm.
           IF WS-Etiqueta > 0
             STRING EtiquetaPrec(WS-Idioma, 8) DELIMITED BY "  " " "
               DELIMITED BY SIZE TipusAllotjament DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               EtiquetaPrec(WS-Idioma, WS-Etiqueta) DELIMITED BY "  "
               INTO WS-LiniaForm
           ELSE
             STRING EtiquetaPrec(WS-Idioma, 8) DELIMITED BY "  " " "
               DELIMITED BY SIZE TipusAllotjament DELIMITED BY SIZE
               " - " DELIMITED BY SIZE RegimAllotjament DELIMITED BY
               SIZE INTO WS-LiniaForm
           END-IF.
           PERFORM EscriureLiniaForm.
           PERFORM EscriureItinerari.
           PERFORM EscriurePreus.
           PERFORM EscriureEscalaAnulacio.
           PERFORM EscriureRequisits.
           MOVE SPACES TO WS-LiniaForm.
           PERFORM EscriureLiniaForm.
           MOVE EtiquetaPrec(WS-Idioma, 25) TO WS-LiniaForm.
           PERFORM EscriureLiniaForm.
           MOVE SPACES TO WS-LiniaForm.
           PERFORM EscriureLiniaForm.
           MOVE SPACES TO WS-LiniaForm.
           STRING EtiquetaPrec(WS-Idioma, 26) DELIMITED BY "  " " "
             DELIMITED BY SIZE WS-Signat DELIMITED BY SIZE "  "
             DELIMITED BY SIZE EtiquetaPrec(WS-Idioma, 27) DELIMITED
             BY "  " " " DELIMITED BY SIZE WS-DataDoc DELIMITED BY
             SIZE INTO WS-LiniaForm.
           PERFORM EscriureLiniaForm.
           IF LliuramentCorreu
             CLOSE FitxerOutbox
             DISPLAY "Formulari deixat a la sortida de correu" LINE 10
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           ELSE
             CLOSE FitxerSortida
             DISPLAY "Formulari enviat a la impressora" LINE 10
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.

        EscriureItinerari.
           IF WS-ItinerarisObert NOT EQUAL "S"
             EXIT PARAGRAPH
           END-IF.
           MOVE EtiquetaPrec(WS-Idioma, 9) TO WS-LiniaForm.
           PERFORM EscriureLiniaForm.
           MOVE FP-CodiViatge TO CodiViatgeItinerari.
           MOVE 0 TO DiaItinerari.
           START FitxerItineraris KEY IS GREATER THAN ClauItinerari.
           IF EstatFitxerItineraris EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM EscriureDiaItinerari UNTIL FiFitxer = "SI"
           END-IF.

        EscriureDiaItinerari.
           READ FitxerItineraris NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer EQUAL "SI"
             EXIT PARAGRAPH
           END-IF.
           IF CodiViatgeItinerari NOT EQUAL FP-CodiViatge
             MOVE "SI" TO FiFitxer
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LiniaForm.
           STRING "  " DELIMITED BY SIZE EtiquetaPrec(WS-Idioma, 10)
             DELIMITED BY "  " " " DELIMITED BY SIZE DiaItinerari
             DELIMITED BY SIZE " " DELIMITED BY SIZE CiutatItinerari
             DELIMITED BY SIZE " " DELIMITED BY SIZE
             DescripcioItinerari DELIMITED BY SIZE INTO WS-LiniaForm.
           PERFORM EscriureLiniaForm.

        EscriurePreus.
           MOVE SPACES TO WS-LiniaForm.
           PERFORM EscriureLiniaForm.
           MOVE PreuPersona TO ED-Import.
           MOVE SPACES TO WS-LiniaForm.
           STRING EtiquetaPrec(WS-Idioma, 11) DELIMITED BY "  " " "
             DELIMITED BY SIZE ED-Import DELIMITED BY SIZE " "
             DELIMITED BY SIZE Moneda DELIMITED BY SIZE "   "
             DELIMITED BY SIZE EtiquetaPrec(WS-Idioma, 12) DELIMITED
             BY "  " " " DELIMITED BY SIZE FP-Places DELIMITED BY
             SIZE INTO WS-LiniaForm.
           PERFORM EscriureLiniaForm.
           MOVE 13 TO WS-Etiqueta.
           MOVE FP-Suplements TO ED-Import.
           PERFORM EscriureImport.
           MOVE 14 TO WS-Etiqueta.
           MOVE FP-Descomptes TO ED-Import.
           PERFORM EscriureImport.
           MOVE 15 TO WS-Etiqueta.
           MOVE FP-TaxaTuristica TO ED-Import.
           PERFORM EscriureImport.
           MOVE FP-ImportAsseguranca TO ED-Import.
           MOVE SPACES TO WS-LiniaForm.
           IF FP-ImportAsseguranca > 0
             STRING EtiquetaPrec(WS-Idioma, 16) DELIMITED BY "  " " "
               DELIMITED BY SIZE EtiquetaPrec(WS-Idioma, 28)
               DELIMITED BY "  " " " DELIMITED BY SIZE ED-Import
               DELIMITED BY SIZE INTO WS-LiniaForm
           ELSE
             STRING EtiquetaPrec(WS-Idioma, 16) DELIMITED BY "  " " "
               DELIMITED BY SIZE EtiquetaPrec(WS-Idioma, 29)
               DELIMITED BY "  " INTO WS-LiniaForm
           END-IF.
           PERFORM EscriureLiniaForm.
           MOVE 17 TO WS-Etiqueta.
           MOVE FP-ImportExcursions TO ED-Import.
           PERFORM EscriureImport.
           MOVE 18 TO WS-Etiqueta.
           MOVE FP-PreuTotal TO ED-Import.
           PERFORM EscriureImport.
           MOVE PlacesMinimes TO ED-Places.
           MOVE SPACES TO WS-LiniaForm.
           STRING EtiquetaPrec(WS-Idioma, 19) DELIMITED BY "  " " "
             DELIMITED BY SIZE ED-Places DELIMITED BY SIZE
             INTO WS-LiniaForm.
           PERFORM EscriureLiniaForm.

        EscriureImport.
           MOVE SPACES TO WS-LiniaForm.
           STRING EtiquetaPrec(WS-Idioma, WS-Etiqueta) DELIMITED BY
             "  " " " DELIMITED BY SIZE ED-Import DELIMITED BY SIZE
             " " DELIMITED BY SIZE Moneda DELIMITED BY SIZE
             INTO WS-LiniaForm.
           PERFORM EscriureLiniaForm.

        EscriureEscalaAnulacio.
           MOVE SPACES TO WS-LiniaForm.
           PERFORM EscriureLiniaForm.
           MOVE EtiquetaPrec(WS-Idioma, 20) TO WS-LiniaForm.
           PERFORM EscriureLiniaForm.
           OPEN INPUT FitxerEscalaRetorns.
           IF EstatFitxerEscalaRetorns NOT EQUAL "00"
             MOVE 30 TO WS-DiesBanda
             MOVE 100 TO WS-PercentBanda
             PERFORM EscriureBandaEscala
             MOVE 15 TO WS-DiesBanda
             MOVE 50 TO WS-PercentBanda
             PERFORM EscriureBandaEscala
             MOVE 7 TO WS-DiesBanda
             MOVE 25 TO WS-PercentBanda
             PERFORM EscriureBandaEscala
             MOVE 0 TO WS-DiesBanda
             MOVE 0 TO WS-PercentBanda
             PERFORM EscriureBandaEscala
             EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO DiesBandaRetorn.
           START FitxerEscalaRetorns KEY IS NOT LESS THAN
             DiesBandaRetorn.
           IF EstatFitxerEscalaRetorns EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM LlegirBandaEscala UNTIL FiFitxer = "SI"
           END-IF.
           CLOSE FitxerEscalaRetorns.

        LlegirBandaEscala.
           READ FitxerEscalaRetorns NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             MOVE DiesBandaRetorn TO WS-DiesBanda
             MOVE PercentatgeMaximBanda TO WS-PercentBanda
             PERFORM EscriureBandaEscala
           END-IF.

        EscriureBandaEscala.
           MOVE WS-DiesBanda TO ED-Dies.
           MOVE WS-PercentBanda TO ED-Percent.
           MOVE SPACES TO WS-LiniaForm.
           STRING "  " DELIMITED BY SIZE EtiquetaPrec(WS-Idioma, 30)
             DELIMITED BY "  " " " DELIMITED BY SIZE ED-Dies
             DELIMITED BY SIZE " " DELIMITED BY SIZE
             EtiquetaPrec(WS-Idioma, 21) DELIMITED BY "  " " "
             DELIMITED BY SIZE ED-Percent DELIMITED BY SIZE " %"
             DELIMITED BY SIZE INTO WS-LiniaForm.
           PERFORM EscriureLiniaForm.

        EscriureRequisits.
           MOVE "N" TO WS-RequisitTrobat.
           OPEN INPUT FitxerRequisits.
           IF EstatFitxerRequisits NOT EQUAL "00"
             EXIT PARAGRAPH
           END-IF.
           MOVE Paisos TO DestiRequisit.
           READ FitxerRequisits.
           IF EstatFitxerRequisits EQUAL "00"
             MOVE "S" TO WS-RequisitTrobat
           ELSE
             MOVE Continent TO DestiRequisit
             READ FitxerRequisits
             IF EstatFitxerRequisits EQUAL "00"
               MOVE "S" TO WS-RequisitTrobat
             END-IF
           END-IF.
           IF WS-RequisitTrobat EQUAL "S"
             MOVE SPACES TO WS-LiniaForm
             PERFORM EscriureLiniaForm
             MOVE SPACES TO WS-LiniaForm
             STRING EtiquetaPrec(WS-Idioma, 22) DELIMITED BY "  "
               " " DELIMITED BY SIZE TextRequisit DELIMITED BY SIZE
               INTO WS-LiniaForm
             PERFORM EscriureLiniaForm
             MOVE SPACES TO WS-LiniaForm
             STRING "  " DELIMITED BY SIZE EtiquetaPrec(WS-Idioma, 23)
               DELIMITED BY "  " " " DELIMITED BY SIZE VisatRequerit
               DELIMITED BY SIZE "   " DELIMITED BY SIZE
               EtiquetaPrec(WS-Idioma, 24) DELIMITED BY "  " " "
               DELIMITED BY SIZE TextVacunes DELIMITED BY SIZE
               INTO WS-LiniaForm
             PERFORM EscriureLiniaForm
             MOVE SPACES TO WS-LiniaForm
             STRING "  " DELIMITED BY SIZE EtiquetaPrec(WS-Idioma, 38)
               DELIMITED BY "  " " " DELIMITED BY SIZE
               MesosValidesaPassaport DELIMITED BY SIZE
               INTO WS-LiniaForm
             PERFORM EscriureLiniaForm
           END-IF.
           CLOSE FitxerRequisits.

        EscriureLiniaForm.
           IF LliuramentCorreu
             MOVE WS-LiniaForm TO LiniaOutbox
             WRITE LiniaOutbox
           ELSE
             MOVE WS-LiniaForm TO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        DemanarAcceptacio.
           MOVE "N" TO WS-Metode.
           DISPLAY "Acceptacio del client: (S)ignada (E)-mail (T)elefon"
             LINE 12 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "(N)o acceptada: " LINE 13 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-Metode LINE 13 POSITION 22 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP.
           MOVE WS-Metode TO MetodeAcceptacio.
           IF NOT MetodeAcceptacioValid
             DISPLAY "ERROR!!! Sense acceptacio del client NO es pot"
               BEEP LINE 15 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "formalitzar la reserva" LINE 15 POSITION 52
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PARAGRAPH
           END-IF.
           MOVE FP-Dni TO DniAcceptacio.
           MOVE WS-DataSistema TO DataAcceptacio.
           MOVE WS-HoraMinutSegon TO HoraAcceptacio.
           MOVE FP-CodiViatge TO CodiViatgeAcceptacio.
           MOVE FP-DiaSortida TO DiaSortidaAcceptacio.
           MOVE FP-Places TO PlacesAcceptacio.
           MOVE FP-PreuTotal TO PreuTotalAcceptacio.
           MOVE WS-IdiomaDoc TO IdiomaAcceptacio.
           MOVE WS-Lliurament TO LliuramentAcceptacio.
           MOVE WS-Metode TO MetodeAcceptacio.
           MOVE WS-NomUsuariSessio TO OperadorAcceptacio.
           MOVE WS-OficinaSessio TO OficinaAcceptacio.
           MOVE FP-Origen TO OrigenAcceptacio.
           MOVE FP-NumeroPressupost TO NumeroPressupostAccept.
           MOVE 0 TO NumeroReservaAcceptacio.
           WRITE RegistreAcceptacio.
           IF EstatFitxerAcceptacions NOT EQUAL "00"
             DISPLAY "ERROR!!! L'acceptacio NO s'ha pogut grabar" BEEP
               LINE 15 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-DataSistema TO FP-DataAcceptacio.
           MOVE WS-HoraMinutSegon TO FP-HoraAcceptacio.
           MOVE "OK" TO FP-Resultat.
           DISPLAY "Acceptacio registrada" LINE 15 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Tecla NO BEEP.

        VincularReserva.
           MOVE FP-Dni TO DniAcceptacio.
           MOVE FP-DataAcceptacio TO DataAcceptacio.
           MOVE FP-HoraAcceptacio TO HoraAcceptacio.
           READ FitxerAcceptacionsPrecontracte.
           IF EstatFitxerAcceptacions EQUAL "00"
             MOVE FP-NumeroReserva TO NumeroReservaAcceptacio
             REWRITE RegistreAcceptacio
             IF EstatFitxerAcceptacions EQUAL "00"
               MOVE "OK" TO FP-Resultat
             END-IF
           END-IF.

        EsborrarLinia.
           DISPLAY SPACES LINE Fila POSITION 5.

        Sortir.
           IF WS-ClientsObert EQUAL "S"
             CLOSE FitxerClients
           END-IF.
           IF WS-CatalegObert EQUAL "S"
             CLOSE CatalegViatges
           END-IF.
           IF WS-ItinerarisObert EQUAL "S"
             CLOSE FitxerItineraris
           END-IF.
           CLOSE FitxerAcceptacionsPrecontracte.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "DEFAULT1.SCR 2 0 23 80" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           EXIT PROGRAM.
