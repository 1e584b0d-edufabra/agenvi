       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulConversioFitxers.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FCLIEN.CPY.
            COPY S-FANUL.CPY.
            COPY S-FCONTI.CPY.
            COPY S-FHOTEL.CPY.
            COPY S-FSCAI.CPY.
            COPY S-FCAMP.CPY.
            COPY S-FPWORD.CPY.
            COPY S-FBLOC.CPY.
            COPY S-FLIQUI.CPY.
            COPY S-FCREDI.CPY.
            COPY S-FSUBA.CPY.
            COPY S-FSUBS.CPY.
            COPY S-FSESS.CPY.
            COPY S-FDOCVI.CPY.
            COPY S-FPRESU.CPY.
            COPY S-FRESER.CPY.
            SELECT AnticFitxerClients ASSIGN TO RANDOM "ANTCLIEN.AGV"
             ORGANIZATION IS INDEXED
             RECORD KEY IS AC-Dni
             ALTERNATE RECORD KEY IS AC-CNom1 WITH DUPLICATES
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS EstatFitxerAntic.
            SELECT AnticFitxerAnulacions ASSIGN TO RANDOM "ANTANULA.AGV"
             ORGANIZATION IS INDEXED
             RECORD KEY IS AA-NumeroAnulacio
             ALTERNATE RECORD KEY IS AA-ClauAnulacio WITH DUPLICATES
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS EstatFitxerAntic.
            SELECT AnticFitxerContingents ASSIGN TO RANDOM
              "ANTCONTI.AGV"
             ORGANIZATION IS INDEXED
             RECORD KEY IS AN-ClauContingent
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS EstatFitxerAntic.
            SELECT AnticFitxerHotels ASSIGN TO RANDOM "ANTHOTEL.AGV"
             ORGANIZATION IS INDEXED
             RECORD KEY IS AH-CodiHotel
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS EstatFitxerAntic.
            SELECT AnticFitxerSessionsCaixa ASSIGN TO RANDOM
              "ANTSCAIX.AGV"
             ORGANIZATION IS INDEXED
             RECORD KEY IS AS-ClauSessioCaixa
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS EstatFitxerAntic.
            SELECT AnticFitxerCampanyes ASSIGN TO RANDOM "ANTCAMPA.AGV"
             ORGANIZATION IS INDEXED
             RECORD KEY IS AM-CodiCampanya
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS EstatFitxerAntic.
            SELECT AnticFitxerPassword ASSIGN TO RANDOM "ANTPASSW.AGV"
             ORGANIZATION IS INDEXED
             RECORD KEY IS AP-NomUsuari
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS EstatFitxerAntic.
            SELECT AnticFitxerBlocs ASSIGN TO RANDOM "ANTBLOCS.AGV"
             ORGANIZATION IS INDEXED
             RECORD KEY IS AB-CodiBloc
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS EstatFitxerAntic.
            SELECT AnticFitxerLiquidacions ASSIGN TO RANDOM
              "ANTLIQUI.AGV"
             ORGANIZATION IS INDEXED
             RECORD KEY IS AL-NumeroLiquidacio
             ALTERNATE RECORD KEY IS AL-CodiMajorista
               WITH DUPLICATES
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS EstatFitxerAntic.
            SELECT AnticFitxerCreditEmpreses ASSIGN TO RANDOM
              "ANTCREDI.AGV"
             ORGANIZATION IS INDEXED
             RECORD KEY IS AE-DniEmpresa
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS EstatFitxerAntic.
            SELECT AnticFitxerSubagents ASSIGN TO RANDOM "ANTSUBAG.AGV"
             ORGANIZATION IS INDEXED
             RECORD KEY IS AG-CodiSubagent
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS EstatFitxerAntic.
            SELECT AnticFitxerSubscripcions ASSIGN TO RANDOM
              "ANTSUBSC.AGV"
             ORGANIZATION IS INDEXED
             RECORD KEY IS AT-CodiSubscripcio
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS EstatFitxerAntic.
            SELECT AnticFitxerSessions ASSIGN TO RANDOM "ANTSESSI.AGV"
             ORGANIZATION IS INDEXED
             RECORD KEY IS AX-NomUsuariSessio
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS EstatFitxerAntic.
            SELECT AnticFitxerDocumentsViatge ASSIGN TO RANDOM
              "ANTDOCVI.AGV"
             ORGANIZATION IS INDEXED
             RECORD KEY IS AD-DniDocument
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS EstatFitxerAntic.
            SELECT AnticFitxerPressupostos ASSIGN TO RANDOM
              "ANTPRESU.AGV"
             ORGANIZATION IS INDEXED
             RECORD KEY IS AQ-NumeroPressupost
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS EstatFitxerAntic.
            SELECT AnticFitxerReserves ASSIGN TO RANDOM "ANTRESER.AGV"
             ORGANIZATION IS INDEXED
             RECORD KEY IS AR-NumeroReserva
             ALTERNATE RECORD KEY IS AR-Clau WITH DUPLICATES
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS EstatFitxerAntic.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-CLIEN.CPY.
          COPY FD-ANUL.CPY.
          COPY FD-CONTI.CPY.
          COPY FD-HOTEL.CPY.
          COPY FD-SCAI.CPY.
          COPY FD-CAMP.CPY.
          COPY FD-PWORD.CPY REPLACING
               ==DATA RECORD IS Clau.== BY
               ==DATA RECORD IS ClauPassword.==
               ==01 Clau.== BY ==01 ClauPassword.==.
          COPY FD-BLOC.CPY.
          COPY FD-LIQUI.CPY.
          COPY FD-CREDI.CPY.
          COPY FD-SUBA.CPY.
          COPY FD-SUBS.CPY.
          COPY FD-SESS.CPY.
          COPY FD-DOCVI.CPY.
          COPY FD-PRESU.CPY.
          COPY FD-RESER.CPY.
         FD AnticFitxerClients
           LABEL RECORD IS STANDARD
           DATA RECORD IS AnticClient.
         01 AnticClient.
           02 AC-Dni                 PIC X(9).
           02 FILLER                 PIC X(20).
           02 AC-CNom1               PIC X(30).
           02 FILLER                 PIC X(216).
         FD AnticFitxerAnulacions
           LABEL RECORD IS STANDARD
           DATA RECORD IS AnticAnulacio.
         01 AnticAnulacio.
           02 AA-ClauAnulacio        PIC X(14).
           02 FILLER                 PIC X(61).
           02 AA-NumeroAnulacio      PIC 9(7).
           02 FILLER                 PIC X(44).
         FD AnticFitxerContingents
           LABEL RECORD IS STANDARD
           DATA RECORD IS AnticContingent.
         01 AnticContingent.
           02 AN-ClauContingent      PIC X(20).
           02 FILLER                 PIC X(11).
         FD AnticFitxerHotels
           LABEL RECORD IS STANDARD
           DATA RECORD IS AnticHotel.
         01 AnticHotel.
           02 AH-CodiHotel           PIC X(5).
           02 FILLER                 PIC X(65).
         FD AnticFitxerSessionsCaixa
           LABEL RECORD IS STANDARD
           DATA RECORD IS AnticSessioCaixa.
         01 AnticSessioCaixa.
           02 AS-ClauSessioCaixa     PIC X(23).
           02 FILLER                 PIC X(47).
         FD AnticFitxerCampanyes
           LABEL RECORD IS STANDARD
           DATA RECORD IS AnticCampanya.
         01 AnticCampanya.
           02 AM-CodiCampanya        PIC X(4).
           02 FILLER                 PIC X(101).
         FD AnticFitxerPassword
           LABEL RECORD IS STANDARD
           DATA RECORD IS AnticClau.
         01 AnticClau.
           02 AP-NomUsuari           PIC X(15).
           02 FILLER                 PIC X(18).
         FD AnticFitxerBlocs
           LABEL RECORD IS STANDARD
           DATA RECORD IS AnticBloc.
         01 AnticBloc.
           02 AB-CodiBloc            PIC X(5).
           02 FILLER                 PIC X(77).
         FD AnticFitxerLiquidacions
           LABEL RECORD IS STANDARD
           DATA RECORD IS AnticLiquidacio.
         01 AnticLiquidacio.
           02 AL-NumeroLiquidacio    PIC 9(7).
           02 AL-CodiMajorista       PIC X(20).
           02 FILLER                 PIC X(48).
         FD AnticFitxerCreditEmpreses
           LABEL RECORD IS STANDARD
           DATA RECORD IS AnticCreditEmpresa.
         01 AnticCreditEmpresa.
           02 AE-DniEmpresa          PIC X(9).
           02 FILLER                 PIC X(18).
         FD AnticFitxerSubagents
           LABEL RECORD IS STANDARD
           DATA RECORD IS AnticSubagent.
         01 AnticSubagent.
           02 AG-CodiSubagent        PIC X(5).
           02 FILLER                 PIC X(78).
         FD AnticFitxerSubscripcions
           LABEL RECORD IS STANDARD
           DATA RECORD IS AnticSubscripcio.
         01 AnticSubscripcio.
           02 AT-CodiSubscripcio     PIC X(4).
           02 FILLER                 PIC X(13).
         FD AnticFitxerSessions
           LABEL RECORD IS STANDARD
           DATA RECORD IS AnticSessio.
         01 AnticSessio.
           02 AX-NomUsuariSessio     PIC X(15).
           02 FILLER                 PIC X(19).
         FD AnticFitxerDocumentsViatge
           LABEL RECORD IS STANDARD
           DATA RECORD IS AnticDocumentViatge.
         01 AnticDocumentViatge.
           02 AD-DniDocument         PIC X(9).
           02 FILLER                 PIC X(30).
         FD AnticFitxerPressupostos
           LABEL RECORD IS STANDARD
           DATA RECORD IS AnticPressupost.
         01 AnticPressupost.
           02 AQ-NumeroPressupost    PIC 9(7).
           02 FILLER                 PIC X(82).
         FD AnticFitxerReserves
           LABEL RECORD IS STANDARD
           DATA RECORD IS AnticReserva.
         01 AnticReserva.
           02 AR-Clau                PIC X(14).
           02 FILLER                 PIC X(403).
           02 AR-NumeroReserva       PIC 9(7).
           02 FILLER                 PIC X(103).

        WORKING-STORAGE SECTION.
         77 EstatFitxerClients       PIC XX VALUE "00".
         77 EstatFitxerAnulacions    PIC XX VALUE "00".
         77 EstatFitxerContingents   PIC XX VALUE "00".
         77 EstatFitxerHotels        PIC XX VALUE "00".
         77 EstatFitxerSessionsCaixa PIC XX VALUE "00".
         77 EstatFitxerCampanyes     PIC XX VALUE "00".
         77 EstatFitxerPassword      PIC XX VALUE "00".
         77 EstatFitxerBlocs         PIC XX VALUE "00".
         77 EstatFitxerLiquidacions  PIC XX VALUE "00".
         77 EstatFitxerCreditEmpreses PIC XX VALUE "00".
         77 EstatFitxerSubagents     PIC XX VALUE "00".
         77 EstatFitxerSubscripcions PIC XX VALUE "00".
         77 EstatFitxerSessions      PIC XX VALUE "00".
         77 EstatFitxerDocumentsViatge PIC XX VALUE "00".
         77 EstatFitxerPressupostos  PIC XX VALUE "00".
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatFitxerAntic         PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(60).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 WS-NomFitxer             PIC X(12) VALUE SPACES.
         77 WS-NomAntic              PIC X(12) VALUE SPACES.
         77 WS-Capcalera             PIC X VALUE "N".
         77 WS-NumLlegits            PIC 9(6) VALUE 0.
         77 WS-NumEscrits            PIC 9(6) VALUE 0.
         77 WS-NumDanys              PIC 9(6) VALUE 0.
         77 Fila                     PIC 99 VALUE 4.

        LINKAGE SECTION.
         77 ResultatConversio        PIC XX.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION USING ResultatConversio.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerClients, FitxerAnulacions, FitxerContingents,
                 FitxerHotels, FitxerSessionsCaixa, FitxerCampanyes,
                 FitxerPassword, FitxerBlocs, FitxerLiquidacions,
                 FitxerCreditEmpreses, FitxerSubagents,
                 FitxerSubscripcions, FitxerSessions,
                 FitxerDocumentsViatge, FitxerPressupostos,
                 FitxerReserves, AnticFitxerClients,
                 AnticFitxerAnulacions, AnticFitxerContingents,
                 AnticFitxerHotels, AnticFitxerSessionsCaixa,
                 AnticFitxerCampanyes, AnticFitxerPassword,
                 AnticFitxerBlocs, AnticFitxerLiquidacions,
                 AnticFitxerCreditEmpreses, AnticFitxerSubagents,
                 AnticFitxerSubscripcions, AnticFitxerSessions,
                 AnticFitxerDocumentsViatge, AnticFitxerPressupostos,
                 AnticFitxerReserves.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           MOVE "SI" TO ResultatConversio.
           MOVE "N" TO WS-Capcalera.
           MOVE 4 TO Fila.
           PERFORM ConvertirClients.
           PERFORM ConvertirAnulacions.
           PERFORM ConvertirContingents.
           PERFORM ConvertirHotels.
           PERFORM ConvertirSessionsCaixa.
           PERFORM ConvertirCampanyes.
           PERFORM ConvertirPassword.
           PERFORM ConvertirBlocs.
           PERFORM ConvertirLiquidacions.
           PERFORM ConvertirCreditEmpreses.
           PERFORM ConvertirSubagents.
           PERFORM ConvertirSubscripcions.
           PERFORM ConvertirSessions.
           PERFORM ConvertirDocumentsViatge.
           PERFORM ConvertirPressupostos.
           PERFORM ConvertirReserves.
           IF WS-Capcalera EQUAL "S"
             IF ResultatConversio NOT EQUAL "SI"
               DISPLAY "CONVERSIO INCOMPLETA: avisi l'Administrador"
                 BEEP LINE 21 POSITION 5 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE"
             END-IF
             ACCEPT Tecla NO BEEP
           END-IF.
           EXIT PROGRAM.

        ConvertirClients.
           OPEN INPUT FitxerClients.
           IF EstatFitxerClients EQUAL "00"
             CLOSE FitxerClients
           END-IF.
           IF EstatFitxerClients EQUAL "39"
             MOVE "CLIENTS.AGV" TO WS-NomFitxer
             MOVE "ANTCLIEN.AGV" TO WS-NomAntic
             PERFORM PrepararConversio
             OPEN INPUT AnticFitxerClients
             IF EstatFitxerAntic EQUAL "00"
               OPEN OUTPUT FitxerClients
               PERFORM CopiarClients UNTIL FiFitxer = "SI"
               CLOSE FitxerClients
               CLOSE AnticFitxerClients
             ELSE
               ADD 1 TO WS-NumDanys
             END-IF
             PERFORM ValidarConversio
           END-IF.

        CopiarClients.
           READ AnticFitxerClients NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF EstatFitxerAntic NOT EQUAL "00"
               ADD 1 TO WS-NumDanys
               MOVE "SI" TO FiFitxer
             ELSE
               ADD 1 TO WS-NumLlegits
               MOVE AnticClient TO DadesClient
               WRITE DadesClient INVALID KEY
                 ADD 1 TO WS-NumDanys
               END-WRITE
               IF EstatFitxerClients EQUAL "00" OR "02"
                 ADD 1 TO WS-NumEscrits
               END-IF
             END-IF
           END-IF.

        ConvertirAnulacions.
           OPEN INPUT FitxerAnulacions.
           IF EstatFitxerAnulacions EQUAL "00"
             CLOSE FitxerAnulacions
           END-IF.
           IF EstatFitxerAnulacions EQUAL "39"
             MOVE "ANULACIO.AGV" TO WS-NomFitxer
             MOVE "ANTANULA.AGV" TO WS-NomAntic
             PERFORM PrepararConversio
             OPEN INPUT AnticFitxerAnulacions
             IF EstatFitxerAntic EQUAL "00"
               OPEN OUTPUT FitxerAnulacions
               PERFORM CopiarAnulacions UNTIL FiFitxer = "SI"
               CLOSE FitxerAnulacions
               CLOSE AnticFitxerAnulacions
             ELSE
               ADD 1 TO WS-NumDanys
             END-IF
             PERFORM ValidarConversio
           END-IF.

        CopiarAnulacions.
           READ AnticFitxerAnulacions NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF EstatFitxerAntic NOT EQUAL "00"
               ADD 1 TO WS-NumDanys
               MOVE "SI" TO FiFitxer
             ELSE
               ADD 1 TO WS-NumLlegits
               MOVE AnticAnulacio TO RegistreAnulacio
               MOVE 0 TO AssegurancaAnulada
               MOVE 0 TO ExcursionsAnulades
               MOVE 0 TO CarrecProveidor
               MOVE 0 TO NumeroLiquidacioCarrec
               MOVE 0 TO NumeroReservaAnulada
               WRITE RegistreAnulacio INVALID KEY
                 ADD 1 TO WS-NumDanys
               END-WRITE
               IF EstatFitxerAnulacions EQUAL "00" OR "02"
                 ADD 1 TO WS-NumEscrits
               END-IF
             END-IF
           END-IF.

        ConvertirContingents.
           OPEN INPUT FitxerContingents.
           IF EstatFitxerContingents EQUAL "00"
             CLOSE FitxerContingents
           END-IF.
           IF EstatFitxerContingents EQUAL "39"
             MOVE "CONTINGE.AGV" TO WS-NomFitxer
             MOVE "ANTCONTI.AGV" TO WS-NomAntic
             PERFORM PrepararConversio
             OPEN INPUT AnticFitxerContingents
             IF EstatFitxerAntic EQUAL "00"
               OPEN OUTPUT FitxerContingents
               PERFORM CopiarContingents UNTIL FiFitxer = "SI"
               CLOSE FitxerContingents
               CLOSE AnticFitxerContingents
             ELSE
               ADD 1 TO WS-NumDanys
             END-IF
             PERFORM ValidarConversio
           END-IF.

        CopiarContingents.
           READ AnticFitxerContingents NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF EstatFitxerAntic NOT EQUAL "00"
               ADD 1 TO WS-NumDanys
               MOVE "SI" TO FiFitxer
             ELSE
               ADD 1 TO WS-NumLlegits
               MOVE AnticContingent TO RegistreContingent
               MOVE ZEROS TO HabitacionsContingent
               WRITE RegistreContingent INVALID KEY
                 ADD 1 TO WS-NumDanys
               END-WRITE
               IF EstatFitxerContingents EQUAL "00" OR "02"
                 ADD 1 TO WS-NumEscrits
               END-IF
             END-IF
           END-IF.

        ConvertirHotels.
           OPEN INPUT FitxerHotels.
           IF EstatFitxerHotels EQUAL "00"
             CLOSE FitxerHotels
           END-IF.
           IF EstatFitxerHotels EQUAL "39"
             MOVE "HOTELS.AGV" TO WS-NomFitxer
             MOVE "ANTHOTEL.AGV" TO WS-NomAntic
             PERFORM PrepararConversio
             OPEN INPUT AnticFitxerHotels
             IF EstatFitxerAntic EQUAL "00"
               OPEN OUTPUT FitxerHotels
               PERFORM CopiarHotels UNTIL FiFitxer = "SI"
               CLOSE FitxerHotels
               CLOSE AnticFitxerHotels
             ELSE
               ADD 1 TO WS-NumDanys
             END-IF
             PERFORM ValidarConversio
           END-IF.

        CopiarHotels.
           READ AnticFitxerHotels NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF EstatFitxerAntic NOT EQUAL "00"
               ADD 1 TO WS-NumDanys
               MOVE "SI" TO FiFitxer
             ELSE
               ADD 1 TO WS-NumLlegits
               MOVE AnticHotel TO RegistreHotel
               WRITE RegistreHotel INVALID KEY
                 ADD 1 TO WS-NumDanys
               END-WRITE
               IF EstatFitxerHotels EQUAL "00" OR "02"
                 ADD 1 TO WS-NumEscrits
               END-IF
             END-IF
           END-IF.

        ConvertirSessionsCaixa.
           OPEN INPUT FitxerSessionsCaixa.
           IF EstatFitxerSessionsCaixa EQUAL "00"
             CLOSE FitxerSessionsCaixa
           END-IF.
           IF EstatFitxerSessionsCaixa EQUAL "39"
             MOVE "SESCAIXA.AGV" TO WS-NomFitxer
             MOVE "ANTSCAIX.AGV" TO WS-NomAntic
             PERFORM PrepararConversio
             OPEN INPUT AnticFitxerSessionsCaixa
             IF EstatFitxerAntic EQUAL "00"
               OPEN OUTPUT FitxerSessionsCaixa
               PERFORM CopiarSessionsCaixa UNTIL FiFitxer = "SI"
               CLOSE FitxerSessionsCaixa
               CLOSE AnticFitxerSessionsCaixa
             ELSE
               ADD 1 TO WS-NumDanys
             END-IF
             PERFORM ValidarConversio
           END-IF.

        CopiarSessionsCaixa.
           READ AnticFitxerSessionsCaixa NEXT RECORD, AT END
             MOVE "SI" TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF EstatFitxerAntic NOT EQUAL "00"
               ADD 1 TO WS-NumDanys
               MOVE "SI" TO FiFitxer
             ELSE
               ADD 1 TO WS-NumLlegits
               MOVE AnticSessioCaixa TO RegistreSessioCaixa
               MOVE 0 TO SortidesEfectiuCaixa
               MOVE 0 TO NumeroDipositCaixa
               WRITE RegistreSessioCaixa INVALID KEY
                 ADD 1 TO WS-NumDanys
               END-WRITE
               IF EstatFitxerSessionsCaixa EQUAL "00" OR "02"
                 ADD 1 TO WS-NumEscrits
               END-IF
             END-IF
           END-IF.

        ConvertirCampanyes.
           OPEN INPUT FitxerCampanyes.
           IF EstatFitxerCampanyes EQUAL "00"
             CLOSE FitxerCampanyes
           END-IF.
           IF EstatFitxerCampanyes EQUAL "39"
             MOVE "CAMPANYA.AGV" TO WS-NomFitxer
             MOVE "ANTCAMPA.AGV" TO WS-NomAntic
             PERFORM PrepararConversio
             OPEN INPUT AnticFitxerCampanyes
             IF EstatFitxerAntic EQUAL "00"
               OPEN OUTPUT FitxerCampanyes
               PERFORM CopiarCampanyes UNTIL FiFitxer = "SI"
               CLOSE FitxerCampanyes
               CLOSE AnticFitxerCampanyes
             ELSE
               ADD 1 TO WS-NumDanys
             END-IF
             PERFORM ValidarConversio
           END-IF.

        CopiarCampanyes.
           READ AnticFitxerCampanyes NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF EstatFitxerAntic NOT EQUAL "00"
               ADD 1 TO WS-NumDanys
               MOVE "SI" TO FiFitxer
             ELSE
               ADD 1 TO WS-NumLlegits
               MOVE AnticCampanya TO RegistreCampanya
               WRITE RegistreCampanya INVALID KEY
                 ADD 1 TO WS-NumDanys
               END-WRITE
               IF EstatFitxerCampanyes EQUAL "00" OR "02"
                 ADD 1 TO WS-NumEscrits
               END-IF
             END-IF
           END-IF.

        ConvertirPassword.
           OPEN INPUT FitxerPassword.
           IF EstatFitxerPassword EQUAL "00"
             CLOSE FitxerPassword
           END-IF.
           IF EstatFitxerPassword EQUAL "39"
             MOVE "PASSWORD.AGV" TO WS-NomFitxer
             MOVE "ANTPASSW.AGV" TO WS-NomAntic
             PERFORM PrepararConversio
             OPEN INPUT AnticFitxerPassword
             IF EstatFitxerAntic EQUAL "00"
               OPEN OUTPUT FitxerPassword
               PERFORM CopiarPassword UNTIL FiFitxer = "SI"
               CLOSE FitxerPassword
               CLOSE AnticFitxerPassword
             ELSE
               ADD 1 TO WS-NumDanys
             END-IF
             PERFORM ValidarConversio
           END-IF.

        CopiarPassword.
           READ AnticFitxerPassword NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF EstatFitxerAntic NOT EQUAL "00"
               ADD 1 TO WS-NumDanys
               MOVE "SI" TO FiFitxer
             ELSE
               ADD 1 TO WS-NumLlegits
               MOVE AnticClau TO ClauPassword
               MOVE ZEROS TO FranjesHoraries
               WRITE ClauPassword INVALID KEY
                 ADD 1 TO WS-NumDanys
               END-WRITE
               IF EstatFitxerPassword EQUAL "00" OR "02"
                 ADD 1 TO WS-NumEscrits
               END-IF
             END-IF
           END-IF.

        ConvertirBlocs.
           OPEN INPUT FitxerBlocs.
           IF EstatFitxerBlocs EQUAL "00"
             CLOSE FitxerBlocs
           END-IF.
           IF EstatFitxerBlocs EQUAL "39"
             MOVE "BLOCS.AGV" TO WS-NomFitxer
             MOVE "ANTBLOCS.AGV" TO WS-NomAntic
             PERFORM PrepararConversio
             OPEN INPUT AnticFitxerBlocs
             IF EstatFitxerAntic EQUAL "00"
               OPEN OUTPUT FitxerBlocs
               PERFORM CopiarBlocs UNTIL FiFitxer = "SI"
               CLOSE FitxerBlocs
               CLOSE AnticFitxerBlocs
             ELSE
               ADD 1 TO WS-NumDanys
             END-IF
             PERFORM ValidarConversio
           END-IF.

        CopiarBlocs.
           READ AnticFitxerBlocs NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF EstatFitxerAntic NOT EQUAL "00"
               ADD 1 TO WS-NumDanys
               MOVE "SI" TO FiFitxer
             ELSE
               ADD 1 TO WS-NumLlegits
               MOVE AnticBloc TO RegistreBloc
               MOVE 0 TO PassatgersPerGratuitat
               MOVE 0 TO GratuitatsGuanyades
               MOVE 0 TO GratuitatsAssignades
               WRITE RegistreBloc INVALID KEY
                 ADD 1 TO WS-NumDanys
               END-WRITE
               IF EstatFitxerBlocs EQUAL "00" OR "02"
                 ADD 1 TO WS-NumEscrits
               END-IF
             END-IF
           END-IF.

        ConvertirLiquidacions.
           OPEN INPUT FitxerLiquidacions.
           IF EstatFitxerLiquidacions EQUAL "00"
             CLOSE FitxerLiquidacions
           END-IF.
           IF EstatFitxerLiquidacions EQUAL "39"
             MOVE "LIQUIDAC.AGV" TO WS-NomFitxer
             MOVE "ANTLIQUI.AGV" TO WS-NomAntic
             PERFORM PrepararConversio
             OPEN INPUT AnticFitxerLiquidacions
             IF EstatFitxerAntic EQUAL "00"
               OPEN OUTPUT FitxerLiquidacions
               PERFORM CopiarLiquidacions UNTIL FiFitxer = "SI"
               CLOSE FitxerLiquidacions
               CLOSE AnticFitxerLiquidacions
             ELSE
               ADD 1 TO WS-NumDanys
             END-IF
             PERFORM ValidarConversio
           END-IF.

        CopiarLiquidacions.
           READ AnticFitxerLiquidacions NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF EstatFitxerAntic NOT EQUAL "00"
               ADD 1 TO WS-NumDanys
               MOVE "SI" TO FiFitxer
             ELSE
               ADD 1 TO WS-NumLlegits
               MOVE AnticLiquidacio TO RegistreLiquidacio
               MOVE 0 TO PlacesGratuitesLiquidacio
               MOVE 0 TO ImportGratuitatsLiquidacio
               MOVE 0 TO NumCarrecsLiquidacio
               MOVE 0 TO CarrecsAnulacioLiquidacio
               WRITE RegistreLiquidacio INVALID KEY
                 ADD 1 TO WS-NumDanys
               END-WRITE
               IF EstatFitxerLiquidacions EQUAL "00" OR "02"
                 ADD 1 TO WS-NumEscrits
               END-IF
             END-IF
           END-IF.

        ConvertirCreditEmpreses.
           OPEN INPUT FitxerCreditEmpreses.
           IF EstatFitxerCreditEmpreses EQUAL "00"
             CLOSE FitxerCreditEmpreses
           END-IF.
           IF EstatFitxerCreditEmpreses EQUAL "39"
             MOVE "CREDITEM.AGV" TO WS-NomFitxer
             MOVE "ANTCREDI.AGV" TO WS-NomAntic
             PERFORM PrepararConversio
             OPEN INPUT AnticFitxerCreditEmpreses
             IF EstatFitxerAntic EQUAL "00"
               OPEN OUTPUT FitxerCreditEmpreses
               PERFORM CopiarCreditEmpreses UNTIL FiFitxer = "SI"
               CLOSE FitxerCreditEmpreses
               CLOSE AnticFitxerCreditEmpreses
             ELSE
               ADD 1 TO WS-NumDanys
             END-IF
             PERFORM ValidarConversio
           END-IF.

        CopiarCreditEmpreses.
           READ AnticFitxerCreditEmpreses NEXT RECORD, AT END
             MOVE "SI" TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF EstatFitxerAntic NOT EQUAL "00"
               ADD 1 TO WS-NumDanys
               MOVE "SI" TO FiFitxer
             ELSE
               ADD 1 TO WS-NumLlegits
               MOVE AnticCreditEmpresa TO RegistreCreditEmpresa
               MOVE 0 TO DiesTerminiPagament
               WRITE RegistreCreditEmpresa INVALID KEY
                 ADD 1 TO WS-NumDanys
               END-WRITE
               IF EstatFitxerCreditEmpreses EQUAL "00" OR "02"
                 ADD 1 TO WS-NumEscrits
               END-IF
             END-IF
           END-IF.

        ConvertirSubagents.
           OPEN INPUT FitxerSubagents.
           IF EstatFitxerSubagents EQUAL "00"
             CLOSE FitxerSubagents
           END-IF.
           IF EstatFitxerSubagents EQUAL "39"
             MOVE "SUBAGENT.AGV" TO WS-NomFitxer
             MOVE "ANTSUBAG.AGV" TO WS-NomAntic
             PERFORM PrepararConversio
             OPEN INPUT AnticFitxerSubagents
             IF EstatFitxerAntic EQUAL "00"
               OPEN OUTPUT FitxerSubagents
               PERFORM CopiarSubagents UNTIL FiFitxer = "SI"
               CLOSE FitxerSubagents
               CLOSE AnticFitxerSubagents
             ELSE
               ADD 1 TO WS-NumDanys
             END-IF
             PERFORM ValidarConversio
           END-IF.

        CopiarSubagents.
           READ AnticFitxerSubagents NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF EstatFitxerAntic NOT EQUAL "00"
               ADD 1 TO WS-NumDanys
               MOVE "SI" TO FiFitxer
             ELSE
               ADD 1 TO WS-NumLlegits
               MOVE AnticSubagent TO RegistreSubagent
               WRITE RegistreSubagent INVALID KEY
                 ADD 1 TO WS-NumDanys
               END-WRITE
               IF EstatFitxerSubagents EQUAL "00" OR "02"
                 ADD 1 TO WS-NumEscrits
               END-IF
             END-IF
           END-IF.

        ConvertirSubscripcions.
           OPEN INPUT FitxerSubscripcions.
           IF EstatFitxerSubscripcions EQUAL "00"
             CLOSE FitxerSubscripcions
           END-IF.
           IF EstatFitxerSubscripcions EQUAL "39"
             MOVE "SUBSCRIP.AGV" TO WS-NomFitxer
             MOVE "ANTSUBSC.AGV" TO WS-NomAntic
             PERFORM PrepararConversio
             OPEN INPUT AnticFitxerSubscripcions
             IF EstatFitxerAntic EQUAL "00"
               OPEN OUTPUT FitxerSubscripcions
               PERFORM CopiarSubscripcions UNTIL FiFitxer = "SI"
               CLOSE FitxerSubscripcions
               CLOSE AnticFitxerSubscripcions
             ELSE
               ADD 1 TO WS-NumDanys
             END-IF
             PERFORM ValidarConversio
           END-IF.

        CopiarSubscripcions.
           READ AnticFitxerSubscripcions NEXT RECORD, AT END
             MOVE "SI" TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF EstatFitxerAntic NOT EQUAL "00"
               ADD 1 TO WS-NumDanys
               MOVE "SI" TO FiFitxer
             ELSE
               ADD 1 TO WS-NumLlegits
               MOVE AnticSubscripcio TO RegistreSubscripcio
               WRITE RegistreSubscripcio INVALID KEY
                 ADD 1 TO WS-NumDanys
               END-WRITE
               IF EstatFitxerSubscripcions EQUAL "00" OR "02"
                 ADD 1 TO WS-NumEscrits
               END-IF
             END-IF
           END-IF.

        ConvertirSessions.
           OPEN INPUT FitxerSessions.
           IF EstatFitxerSessions EQUAL "00"
             CLOSE FitxerSessions
           END-IF.
           IF EstatFitxerSessions EQUAL "39"
             MOVE "SESSIONS.AGV" TO WS-NomFitxer
             MOVE "ANTSESSI.AGV" TO WS-NomAntic
             PERFORM PrepararConversio
             OPEN INPUT AnticFitxerSessions
             IF EstatFitxerAntic EQUAL "00"
               OPEN OUTPUT FitxerSessions
               PERFORM CopiarSessions UNTIL FiFitxer = "SI"
               CLOSE FitxerSessions
               CLOSE AnticFitxerSessions
             ELSE
               ADD 1 TO WS-NumDanys
             END-IF
             PERFORM ValidarConversio
           END-IF.

        CopiarSessions.
           READ AnticFitxerSessions NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF EstatFitxerAntic NOT EQUAL "00"
               ADD 1 TO WS-NumDanys
               MOVE "SI" TO FiFitxer
             ELSE
               ADD 1 TO WS-NumLlegits
               MOVE AnticSessio TO RegistreSessio
               MOVE 0 TO HoraFiSessioReg
               WRITE RegistreSessio INVALID KEY
                 ADD 1 TO WS-NumDanys
               END-WRITE
               IF EstatFitxerSessions EQUAL "00" OR "02"
                 ADD 1 TO WS-NumEscrits
               END-IF
             END-IF
           END-IF.

        ConvertirDocumentsViatge.
           OPEN INPUT FitxerDocumentsViatge.
           IF EstatFitxerDocumentsViatge EQUAL "00"
             CLOSE FitxerDocumentsViatge
           END-IF.
           IF EstatFitxerDocumentsViatge EQUAL "39"
             MOVE "DOCVIATG.AGV" TO WS-NomFitxer
             MOVE "ANTDOCVI.AGV" TO WS-NomAntic
             PERFORM PrepararConversio
             OPEN INPUT AnticFitxerDocumentsViatge
             IF EstatFitxerAntic EQUAL "00"
               OPEN OUTPUT FitxerDocumentsViatge
               PERFORM CopiarDocumentsViatge UNTIL FiFitxer = "SI"
               CLOSE FitxerDocumentsViatge
               CLOSE AnticFitxerDocumentsViatge
             ELSE
               ADD 1 TO WS-NumDanys
             END-IF
             PERFORM ValidarConversio
           END-IF.

        CopiarDocumentsViatge.
           READ AnticFitxerDocumentsViatge NEXT RECORD, AT END
             MOVE "SI" TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF EstatFitxerAntic NOT EQUAL "00"
               ADD 1 TO WS-NumDanys
               MOVE "SI" TO FiFitxer
             ELSE
               ADD 1 TO WS-NumLlegits
               MOVE AnticDocumentViatge TO RegistreDocumentViatge
               WRITE RegistreDocumentViatge INVALID KEY
                 ADD 1 TO WS-NumDanys
               END-WRITE
               IF EstatFitxerDocumentsViatge EQUAL "00" OR "02"
                 ADD 1 TO WS-NumEscrits
               END-IF
             END-IF
           END-IF.

        ConvertirPressupostos.
           OPEN INPUT FitxerPressupostos.
           IF EstatFitxerPressupostos EQUAL "00"
             CLOSE FitxerPressupostos
           END-IF.
           IF EstatFitxerPressupostos EQUAL "39"
             MOVE "PRESSUPO.AGV" TO WS-NomFitxer
             MOVE "ANTPRESU.AGV" TO WS-NomAntic
             PERFORM PrepararConversio
             OPEN INPUT AnticFitxerPressupostos
             IF EstatFitxerAntic EQUAL "00"
               OPEN OUTPUT FitxerPressupostos
               PERFORM CopiarPressupostos UNTIL FiFitxer = "SI"
               CLOSE FitxerPressupostos
               CLOSE AnticFitxerPressupostos
             ELSE
               ADD 1 TO WS-NumDanys
             END-IF
             PERFORM ValidarConversio
           END-IF.

        CopiarPressupostos.
           READ AnticFitxerPressupostos NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF EstatFitxerAntic NOT EQUAL "00"
               ADD 1 TO WS-NumDanys
               MOVE "SI" TO FiFitxer
             ELSE
               ADD 1 TO WS-NumLlegits
               MOVE AnticPressupost TO RegistrePressupost
               WRITE RegistrePressupost INVALID KEY
                 ADD 1 TO WS-NumDanys
               END-WRITE
               IF EstatFitxerPressupostos EQUAL "00" OR "02"
                 ADD 1 TO WS-NumEscrits
               END-IF
             END-IF
           END-IF.

        ConvertirReserves.
           OPEN INPUT FitxerReserves.
           IF EstatFitxerReserves EQUAL "00"
             CLOSE FitxerReserves
           END-IF.
           IF EstatFitxerReserves EQUAL "39"
             MOVE "RESERVES.AGV" TO WS-NomFitxer
             MOVE "ANTRESER.AGV" TO WS-NomAntic
             PERFORM PrepararConversio
             OPEN INPUT AnticFitxerReserves
             IF EstatFitxerAntic EQUAL "00"
               OPEN OUTPUT FitxerReserves
               PERFORM CopiarReserves UNTIL FiFitxer = "SI"
               CLOSE FitxerReserves
               CLOSE AnticFitxerReserves
             ELSE
               ADD 1 TO WS-NumDanys
             END-IF
             PERFORM ValidarConversio
           END-IF.

        CopiarReserves.
           READ AnticFitxerReserves NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF EstatFitxerAntic NOT EQUAL "00"
               ADD 1 TO WS-NumDanys
               MOVE "SI" TO FiFitxer
             ELSE
               ADD 1 TO WS-NumLlegits
               MOVE AnticReserva TO Reserva
               WRITE Reserva INVALID KEY
                 ADD 1 TO WS-NumDanys
               END-WRITE
               IF EstatFitxerReserves EQUAL "00" OR "02"
                 ADD 1 TO WS-NumEscrits
               END-IF
             END-IF
           END-IF.

        PrepararConversio.
           IF WS-Capcalera EQUAL "N"
             DISPLAY BORRADO
             DISPLAY "CONVERSIO DELS FITXERS A LA NOVA ESTRUCTURA"
               LINE 2 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
             MOVE "S" TO WS-Capcalera
           END-IF.
           MOVE 0 TO WS-NumLlegits.
           MOVE 0 TO WS-NumEscrits.
           MOVE 0 TO WS-NumDanys.
           MOVE "NO" TO FiFitxer.
           DISPLAY WS-NomFitxer LINE Fila POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE SPACES TO Programa.
           STRING "&COPY " DELIMITED BY SIZE WS-NomFitxer
             DELIMITED BY SPACE " " DELIMITED BY SIZE WS-NomAntic
             DELIMITED BY SPACE INTO Programa.
           CALL "COBDOS\COBDOS.EXE" USING
               Estat-Shell Errorlevel Programa
           CANCEL "COBDOS\COBDOS.EXE".

        ValidarConversio.
           DISPLAY "Llegits: " LINE Fila POSITION 19
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NumLlegits LINE Fila POSITION 28
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Escrits: " LINE Fila POSITION 36
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NumEscrits LINE Fila POSITION 45
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Danys: " LINE Fila POSITION 53
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NumDanys LINE Fila POSITION 60
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF WS-NumLlegits NOT EQUAL WS-NumEscrits OR
              WS-NumDanys NOT EQUAL 0
             MOVE "NO" TO ResultatConversio
             MOVE SPACES TO Programa
             STRING "&COPY " DELIMITED BY SIZE WS-NomAntic
               DELIMITED BY SPACE " " DELIMITED BY SIZE WS-NomFitxer
               DELIMITED BY SPACE INTO Programa
             CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa
             CANCEL "COBDOS\COBDOS.EXE"
             DISPLAY "RESTAURAT" BEEP LINE Fila POSITION 68
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           ADD 1 TO Fila.
