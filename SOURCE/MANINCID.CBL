       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulManteniIncidents.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FINCID.CPY.
            COPY S-FCATVI.CPY.
            COPY S-FGUIA.CPY.
            COPY S-FASGU.CPY.
            COPY S-FHOTEL.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-INCID.CPY.
          COPY FD-CATVI.CPY.
          COPY FD-FGUIA.CPY.
          COPY FD-ASGU.CPY.
          COPY FD-HOTEL.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerIncidents     PIC XX VALUE "00".
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 EstatFitxerGuies         PIC XX VALUE "00".
         77 EstatFitxerAssignGuies   PIC XX VALUE "00".
         77 EstatFitxerHotels        PIC XX VALUE "00".
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 8.
         COPY SESSIO-W.CPY.
         77 WS-GuiesObert            PIC X VALUE "N".
         77 WS-AssignObert           PIC X VALUE "N".
         77 WS-HotelsObert           PIC X VALUE "N".
         77 WS-ModeOperacio          PIC X VALUE SPACE.
         77 WS-CodiViatgeDemanat     PIC 9(5) VALUE 0.
         77 WS-DiaSortidaCerca       PIC X(10) VALUE SPACES.
         77 WS-NumeroIncidentCerca   PIC 9(3) VALUE 0.
         77 WS-UltimIncident         PIC 9(3) VALUE 0.
         77 WS-DataTxt               PIC X(10) VALUE SPACES.
         77 WS-DiaTxt                PIC 99 VALUE 0.
         77 WS-MesTxt                PIC 99 VALUE 0.
         77 WS-AnyTxt                PIC 9(4) VALUE 0.
         77 WS-DescripcioCurta       PIC X(40) VALUE SPACES.
         01 WS-DataConvertida        PIC 9(8).
         01 WS-DataSortida           PIC 9(8).
         01 WS-DataSortidaR REDEFINES WS-DataSortida.
           02 WS-AnySortida          PIC 9(4).
           02 WS-MesSortida          PIC 99.
           02 WS-DiaSortida          PIC 99.
         01 WS-DataFormat            PIC 9(8).
         01 WS-DataFormatR REDEFINES WS-DataFormat.
           02 WS-AnyFormat           PIC 9(4).
           02 WS-MesFormat           PIC 99.
           02 WS-DiaFormat           PIC 99.
         01 WS-DataSistema           PIC 9(8).
         01 TaulaM.
           02 FILLER PIC X(3) VALUE "GEN".
           02 FILLER PIC X(3) VALUE "FEB".
           02 FILLER PIC X(3) VALUE "MAR".
           02 FILLER PIC X(3) VALUE "ABR".
           02 FILLER PIC X(3) VALUE "MAI".
           02 FILLER PIC X(3) VALUE "JUN".
           02 FILLER PIC X(3) VALUE "JUL".
           02 FILLER PIC X(3) VALUE "AGO".
           02 FILLER PIC X(3) VALUE "SET".
           02 FILLER PIC X(3) VALUE "OCT".
           02 FILLER PIC X(3) VALUE "NOV".
           02 FILLER PIC X(3) VALUE "DES".
         01 TaulaMesos REDEFINES TaulaM.
           02 Mesos OCCURS 12 TIMES PIC X(3).

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerIncidents, CatalegViatges.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN I-O FitxerIncidents.
           IF EstatFitxerIncidents NOT EQUAL "00"
             OPEN OUTPUT FitxerIncidents
             CLOSE FitxerIncidents
             OPEN I-O FitxerIncidents
           END-IF.
           OPEN INPUT CatalegViatges.
           IF EstatCatalegViatges NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Viatges NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             CLOSE FitxerIncidents
             EXIT PROGRAM
           END-IF.
           OPEN INPUT FitxerGuies.
           IF EstatFitxerGuies EQUAL "00"
             MOVE "S" TO WS-GuiesObert
           END-IF.
           OPEN INPUT FitxerAssignGuies.
           IF EstatFitxerAssignGuies EQUAL "00"
             MOVE "S" TO WS-AssignObert
           END-IF.
           OPEN INPUT FitxerHotels.
           IF EstatFitxerHotels EQUAL "00"
             MOVE "S" TO WS-HotelsObert
           END-IF.
           CALL "DATANEGO.COB" USING WS-DataSistema.
           CANCEL "DATANEGO.COB".
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 2 0 23 80" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "(A)lta, (C)onsulta/actualitzar o (L)lista: "
             LINE 2 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-ModeOperacio LINE 2 POSITION 49 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF WS-ModeOperacio NOT EQUAL "A" AND
              WS-ModeOperacio NOT EQUAL "C" AND
              WS-ModeOperacio NOT EQUAL "L"
             PERFORM Sortir
           END-IF.
           IF WS-ModeOperacio EQUAL "A" AND WS-RolSessioConsulta
             DISPLAY "ERROR!!! Usuari sense permis per donar d'alta"
               BEEP LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           PERFORM DemanarSortida.
           EVALUATE WS-ModeOperacio
             WHEN "A" PERFORM AltaIncident
             WHEN "C" PERFORM ConsultaIncident
             WHEN "L" PERFORM LlistarIncidents
           END-EVALUATE.
           PERFORM Sortir.

        DemanarSortida.
           DISPLAY "Codi del Viatge: " LINE 3 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-CodiViatgeDemanat LINE 3 POSITION 36 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, PROMPT" NO BEEP.
           MOVE WS-CodiViatgeDemanat TO CodiViatge.
           READ CatalegViatges.
           IF EstatCatalegViatges NOT EQUAL "00"
             DISPLAY "ERROR!!! Viatge NO existeix" BEEP LINE 11
               POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           DISPLAY Titol LINE 3 POSITION 43
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Data de sortida (DD/MM/AAAA): " LINE 4 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE SPACES TO WS-DataTxt.
           ACCEPT WS-DataTxt LINE 4 POSITION 36 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           PERFORM ConvertirData.
           IF WS-DataConvertida EQUAL 0
             DISPLAY "ERROR!!! Data incorrecta" BEEP LINE 11
               POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           MOVE WS-DataConvertida TO WS-DataSortida.
           MOVE SPACES TO WS-DiaSortidaCerca.
           STRING WS-DiaSortida DELIMITED BY SIZE " " DELIMITED BY
             SIZE Mesos(WS-MesSortida) DELIMITED BY SIZE INTO
             WS-DiaSortidaCerca.

        ConvertirData.
           MOVE 0 TO WS-DataConvertida.
           MOVE 0 TO WS-DiaTxt.
           MOVE 0 TO WS-MesTxt.
           MOVE 0 TO WS-AnyTxt.
           UNSTRING WS-DataTxt DELIMITED BY "/" INTO WS-DiaTxt
             WS-MesTxt WS-AnyTxt.
           IF WS-DiaTxt < 1 OR WS-DiaTxt > 31 OR
              WS-MesTxt < 1 OR WS-MesTxt > 12 OR WS-AnyTxt < 2000
             EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DataConvertida = WS-AnyTxt * 10000 +
             WS-MesTxt * 100 + WS-DiaTxt.

        FormatarData.
           MOVE SPACES TO WS-DataTxt.
           STRING WS-DiaFormat DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesFormat DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnyFormat DELIMITED BY SIZE INTO WS-DataTxt.

        CercarUltimIncident.
           MOVE 0 TO WS-UltimIncident.
           MOVE WS-CodiViatgeDemanat TO CodiViatgeIncident.
           MOVE WS-DataSortida TO DataSortidaIncident.
           MOVE 0 TO NumeroIncident.
           START FitxerIncidents KEY IS NOT LESS THAN ClauIncident.
           IF EstatFitxerIncidents EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM LlegirUltimIncident UNTIL FiFitxer = "SI"
           END-IF.

        LlegirUltimIncident.
           READ FitxerIncidents NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF CodiViatgeIncident NOT EQUAL WS-CodiViatgeDemanat OR
                DataSortidaIncident NOT EQUAL WS-DataSortida
               MOVE "SI" TO FiFitxer
             ELSE
               MOVE NumeroIncident TO WS-UltimIncident
             END-IF
           END-IF.

        AltaIncident.
           PERFORM CercarUltimIncident.
           IF WS-UltimIncident NOT < 999
             DISPLAY "ERROR!!! Massa incidents per aquesta sortida"
               BEEP LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-CodiViatgeDemanat TO CodiViatgeIncident.
           MOVE WS-DataSortida TO DataSortidaIncident.
           COMPUTE NumeroIncident = WS-UltimIncident + 1.
           MOVE WS-DiaSortidaCerca TO DiaSortidaIncident.
           DISPLAY "Data de l'incident (DD/MM/AAAA): " LINE 6
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-DataSistema TO WS-DataFormat.
           PERFORM FormatarData.
           ACCEPT WS-DataTxt LINE 6 POSITION 39 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           PERFORM ConvertirData.
           IF WS-DataConvertida EQUAL 0
             MOVE WS-DataSistema TO WS-DataConvertida
           END-IF.
           MOVE WS-DataConvertida TO DataIncidencia.
           MOVE SPACES TO TipusIncident.
           PERFORM DemanarTipus UNTIL IncidentTipusValid.
           MOVE "M" TO GravetatIncident.
           DISPLAY "Gravetat (B)aixa (M)itjana (A)lta: " LINE 8
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT GravetatIncident LINE 8 POSITION 41 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP.
           IF NOT GravetatBaixa AND NOT GravetatAlta
             MOVE "M" TO GravetatIncident
           END-IF.
           MOVE 0 TO PassatgersAfectats.
           DISPLAY "Passatgers afectats: " LINE 9 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT PassatgersAfectats LINE 9 POSITION 27 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP.
           MOVE SPACES TO CodiHotelIncident.
           PERFORM DemanarHotel.
           DISPLAY "Descripcio: " LINE 11 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE SPACES TO DescripcioIncident.
           ACCEPT DescripcioIncident LINE 11 POSITION 18 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           DISPLAY "Accio presa: " LINE 12 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE SPACES TO AccioPresaIncident.
           ACCEPT AccioPresaIncident LINE 12 POSITION 18 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           MOVE SPACES TO CodiGuiaIncident.
           IF WS-AssignObert EQUAL "S"
             MOVE WS-CodiViatgeDemanat TO CodiViatgeGuia
             MOVE WS-DiaSortidaCerca TO DataSortidaGuia
             READ FitxerAssignGuies
             IF EstatFitxerAssignGuies EQUAL "00"
               MOVE CodiGuiaAssignat TO CodiGuiaIncident
             END-IF
           END-IF.
           PERFORM DemanarGuia.
           MOVE "O" TO EstatIncident.
           MOVE 0 TO NumeroReclamacioIncident.
           MOVE 0 TO NumeroSinistreIncident.
           MOVE WS-NomUsuariSessio TO UsuariIncident.
           WRITE RegistreIncident.
           DISPLAY "Incident registrat amb el numero " LINE 15
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY NumeroIncident LINE 15 POSITION 39
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Tecla NO BEEP.

        DemanarTipus.
           DISPLAY "Tipus (RETR/CONN/LESI/EQUI/HOTE/ALTR): " LINE 7
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TipusIncident LINE 7 POSITION 45 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF NOT IncidentTipusValid
             DISPLAY "Tipus incorrecte" BEEP LINE 7 POSITION 52
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           ELSE
             DISPLAY "                " LINE 7 POSITION 52
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.

        DemanarHotel.
           DISPLAY "Hotel (en blanc = cap): " LINE 10 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT CodiHotelIncident LINE 10 POSITION 30 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP.
           IF CodiHotelIncident NOT EQUAL SPACES AND
              WS-HotelsObert EQUAL "S"
             MOVE CodiHotelIncident TO CodiHotel
             READ FitxerHotels
             IF EstatFitxerHotels EQUAL "00"
               DISPLAY NomHotel LINE 10 POSITION 37
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ELSE
               DISPLAY "AVIS: Hotel NO donat d'alta" BEEP LINE 10
                 POSITION 37 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             END-IF
           END-IF.

        DemanarGuia.
           DISPLAY "Guia que informa: " LINE 13 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT CodiGuiaIncident LINE 13 POSITION 24 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP.
           IF CodiGuiaIncident NOT EQUAL SPACES AND
              WS-GuiesObert EQUAL "S"
             MOVE CodiGuiaIncident TO CodiGuia
             READ FitxerGuies
             IF EstatFitxerGuies EQUAL "00"
               DISPLAY NomGuia LINE 13 POSITION 31
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ELSE
               DISPLAY "AVIS: Guia NO donat d'alta" BEEP LINE 13
                 POSITION 31 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             END-IF
           END-IF.

        ConsultaIncident.
           DISPLAY "Numero d'incident: " LINE 5 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-NumeroIncidentCerca LINE 5 POSITION 25 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, PROMPT" NO BEEP.
           MOVE WS-CodiViatgeDemanat TO CodiViatgeIncident.
           MOVE WS-DataSortida TO DataSortidaIncident.
           MOVE WS-NumeroIncidentCerca TO NumeroIncident.
           READ FitxerIncidents.
           IF EstatFitxerIncidents NOT EQUAL "00"
             DISPLAY "ERROR!!! Incident NO existeix" BEEP LINE 11
               POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PARAGRAPH
           END-IF.
           MOVE DataIncidencia TO WS-DataFormat.
           PERFORM FormatarData.
           DISPLAY "Data: " LINE 6 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-DataTxt LINE 6 POSITION 12
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Tipus: " LINE 6 POSITION 25
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY TipusIncident LINE 6 POSITION 32
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Passatgers: " LINE 6 POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY PassatgersAfectats LINE 6 POSITION 52
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Hotel: " LINE 7 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY CodiHotelIncident LINE 7 POSITION 12
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Guia: " LINE 7 POSITION 25
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY CodiGuiaIncident LINE 7 POSITION 32
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Reclamacio: " LINE 7 POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY NumeroReclamacioIncident LINE 7 POSITION 52
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Sinistre: " LINE 7 POSITION 61
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY NumeroSinistreIncident LINE 7 POSITION 71
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DescripcioIncident LINE 8 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Gravetat (B/M/A): " LINE 9 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT GravetatIncident LINE 9 POSITION 24 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP.
           IF NOT GravetatBaixa AND NOT GravetatAlta
             MOVE "M" TO GravetatIncident
           END-IF.
           DISPLAY "Accio presa: " LINE 10 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT AccioPresaIncident LINE 10 POSITION 18 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP.
           DISPLAY "Estat (O)bert (T)ancat: " LINE 11 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT EstatIncident LINE 11 POSITION 30 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, UPDATE" NO BEEP.
           IF NOT IncidentTancat
             MOVE "O" TO EstatIncident
           END-IF.
           IF WS-RolSessioConsulta
             DISPLAY "ERROR!!! Usuari sense permis per modificar"
               BEEP LINE 13 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PARAGRAPH
           END-IF.
           REWRITE RegistreIncident.
           DISPLAY "Incident actualitzat" LINE 13 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Tecla NO BEEP.

        LlistarIncidents.
           DISPLAY "Num Data       Tipus G Pas Hotel Estat Descripcio"
             LINE 6 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE 7 TO Fila.
           MOVE WS-CodiViatgeDemanat TO CodiViatgeIncident.
           MOVE WS-DataSortida TO DataSortidaIncident.
           MOVE 0 TO NumeroIncident.
           START FitxerIncidents KEY IS NOT LESS THAN ClauIncident.
           IF EstatFitxerIncidents EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM MostrarIncident UNTIL FiFitxer = "SI"
           END-IF.
           IF Fila EQUAL 7
             DISPLAY "Cap incident registrat per aquesta sortida"
               LINE 7 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           ACCEPT Tecla NO BEEP.

        MostrarIncident.
           READ FitxerIncidents NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer EQUAL "SI"
             EXIT PARAGRAPH
           END-IF.
           IF CodiViatgeIncident NOT EQUAL WS-CodiViatgeDemanat OR
              DataSortidaIncident NOT EQUAL WS-DataSortida
             MOVE "SI" TO FiFitxer
             EXIT PARAGRAPH
           END-IF.
           MOVE DataIncidencia TO WS-DataFormat.
           PERFORM FormatarData.
           MOVE DescripcioIncident TO WS-DescripcioCurta.
           DISPLAY NumeroIncident LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-DataTxt LINE Fila POSITION 9
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY TipusIncident LINE Fila POSITION 20
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY GravetatIncident LINE Fila POSITION 26
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY PassatgersAfectats LINE Fila POSITION 28
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY CodiHotelIncident LINE Fila POSITION 32
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY EstatIncident LINE Fila POSITION 38
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-DescripcioCurta LINE Fila POSITION 44
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ADD 1 TO Fila.
           IF Fila > 21
             ACCEPT Tecla NO BEEP
             MOVE 7 TO Fila
           END-IF.

        Sortir.
           CLOSE FitxerIncidents.
           CLOSE CatalegViatges.
           IF WS-GuiesObert EQUAL "S"
             CLOSE FitxerGuies
           END-IF.
           IF WS-AssignObert EQUAL "S"
             CLOSE FitxerAssignGuies
           END-IF.
           IF WS-HotelsObert EQUAL "S"
             CLOSE FitxerHotels
           END-IF.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 2 0 23 80" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           EXIT PROGRAM.
