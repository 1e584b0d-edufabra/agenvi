            COPY S-FGUIA.CPY.
            COPY S-FEMER.CPY.
            COPY S-FNECE.CPY.
            COPY S-FTRAMS.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-RESER.CPY.
          COPY FD-FGUIA.CPY.
          COPY FD-EMER.CPY.
          COPY FD-NECE.CPY.
          COPY FD-TRAMS.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         COPY PAQSOR-W.CPY.
         77 WS-NomFitxerSortida      PIC X(40) VALUE SPACES.
         77 TipusSortida             PIC X VALUE "P".
           88 SortidaPantalla        VALUE "P".
         77 WS-VolAnnex              PIC X VALUE "N".
         77 WS-NumDnisManif          PIC 9(3) VALUE 0.
         77 WS-IndexManif            PIC 9(3) VALUE 0.
         77 EstatFitxerTrams         PIC XX VALUE "00".
         77 FiTrams                  PIC XX VALUE "NO".
         77 WS-NumTramsManif         PIC 99 VALUE 0.
         77 WS-IndexMenor            PIC 99 VALUE 0.
         77 WS-MarcaMenor            PIC X VALUE SPACE.
         77 WS-MarcaMenorTxt         PIC X(18) VALUE SPACES.
         77 WS-NumMenorsPendents     PIC 9(4) VALUE 0.
         COPY AUTMENOR.CPY.
         01 WS-TaulaDnisManif.
           02 WS-ManifEntry OCCURS 200 TIMES.
             03 WS-ManifDni          PIC X(9).
           END-IF.
           DISPLAY "Codi del Viatge: " LINE 2 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF WS-PaquetActiu EQUAL "S"
             MOVE WS-PaquetCodiViatge TO ED-CodiViatge
           ELSE
             ACCEPT ED-CodiViatge LINE 2 POSITION 25 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, PROMPT" NO BEEP
           END-IF.
           MOVE ED-CodiViatge TO CodiViatge.
           READ CatalegViatges.
           IF EstatCatalegViatges NOT EQUAL "00"
             DISPLAY "ERROR!!! Viatge NO existeix" BEEP LINE 11
               POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             PERFORM EsperarTecla
             PERFORM Sortir
           END-IF.
           DISPLAY "Sortida (DD MES, blanc = totes): " LINE 2
             POSITION 40 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF WS-PaquetActiu EQUAL "S"
             MOVE WS-PaquetDiaSortida TO WS-FiltreData
           ELSE
             ACCEPT WS-FiltreData LINE 2 POSITION 74 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
           END-IF.
           PERFORM DemanarSortida.
           DISPLAY "Annex de contactes (S/N)? " LINE 1
             POSITION 46 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE "N" TO WS-VolAnnex.
           IF WS-PaquetActiu EQUAL "S"
             MOVE "S" TO WS-VolAnnex
           ELSE
             ACCEPT WS-VolAnnex LINE 1 POSITION 73 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
           END-IF.
           PERFORM DemanarFilesPagina UNTIL WS-FilesPaginaValid
             EQUAL "S".
           COMPUTE WS-FilaMaxima = WS-FilesPerPagina + 6.
               WRITE LiniaSortida
             END-IF
           END-IF.
           PERFORM EscriureTramsManifest.
           PERFORM Capcalera.
           PERFORM PosicionarSortida.
           PERFORM Llistar UNTIL FiFitxer = "SI".
           DISPLAY "Total passatgers:" LINE Fila POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-TotalPlaces LINE Fila POSITION 45
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF WS-NumMenorsPendents > 0
             DISPLAY "Menors s/autoritz.(M):" LINE Fila
               POSITION 53 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
             DISPLAY WS-NumMenorsPendents LINE Fila POSITION 75
               CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
             IF NOT SortidaPantalla
               MOVE SPACES TO LiniaSortida
               STRING "MENORS SENSE AUTORITZACIO DE VIATGE: "
                 DELIMITED BY SIZE WS-NumMenorsPendents DELIMITED BY
                 SIZE INTO LiniaSortida
               WRITE LiniaSortida
             END-IF
           END-IF.
           IF WS-VolAnnex EQUAL "S"
             PERFORM EscriureAnnexContactes
           END-IF.
           PERFORM EsperarTecla.
           IF NOT SortidaPantalla CLOSE FitxerSortida END-IF.
           IF WS-PaquetActiu EQUAL "S"
             PERFORM Sortir
           END-IF.
           DISPLAY "Imprimir itinerari adjunt (S/N)? " LINE 22
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Tecla LINE 22 POSITION 40 CONTROL
             CLOSE FitxerAssignGuies
           END-IF.

        EscriureTramsManifest.
           MOVE 0 TO WS-NumTramsManif.
           OPEN INPUT FitxerTrams.
           IF EstatFitxerTrams EQUAL "00"
             MOVE CodiViatge TO CodiViatgeTram
             MOVE LOW-VALUES TO DataDeparturaTram
             IF WS-FiltreData NOT EQUAL SPACES
               MOVE WS-FiltreData TO DataDeparturaTram
             END-IF
             MOVE 0 TO NumeroTram
             START FitxerTrams KEY IS NOT LESS THAN ClauTram
             IF EstatFitxerTrams EQUAL "00"
               MOVE "NO" TO FiTrams
               PERFORM EscriureUnTramManifest UNTIL FiTrams = "SI"
             END-IF
             CLOSE FitxerTrams
           END-IF.
           IF WS-NumTramsManif > 0 AND SortidaPantalla
             PERFORM EsperarTecla
             MOVE "RESTAURA.EXE" TO Programa
             MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres
             CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
             CANCEL "COBDOS\COBDOS.EXE"
             DISPLAY Titol LINE 3 POSITION 5
               CONTROL "FCOLOR=WHITE, BCOLOR=BLUE"
             MOVE 6 TO Fila
           END-IF.

        EscriureUnTramManifest.
           READ FitxerTrams NEXT RECORD, AT END MOVE "SI" TO FiTrams.
           IF FiTrams NOT EQUAL "SI"
             IF CodiViatgeTram NOT EQUAL CodiViatge
               MOVE "SI" TO FiTrams
             ELSE
               IF WS-FiltreData EQUAL SPACES OR
                  DataDeparturaTram(1:6) EQUAL WS-FiltreData(1:6)
                 ADD 1 TO WS-NumTramsManif
                 MOVE SPACES TO LiniaSortida
                 STRING "TRAM " DELIMITED BY SIZE DataTram DELIMITED
                   BY SIZE " " DELIMITED BY SIZE MitjaTram DELIMITED
                   BY SIZE " " DELIMITED BY SIZE NumeroServeiTram
                   DELIMITED BY SIZE " " DELIMITED BY SIZE OrigenTram
                   DELIMITED BY SIZE " " DELIMITED BY SIZE
                   HoraSortidaTram DELIMITED BY SIZE " " DELIMITED BY
                   SIZE DestiTram DELIMITED BY SIZE " " DELIMITED BY
                   SIZE HoraArribadaTram DELIMITED BY SIZE " T."
                   DELIMITED BY SIZE TerminalTram DELIMITED BY SIZE
                   INTO LiniaSortida
                 IF SortidaPantalla
                   DISPLAY LiniaSortida(1:75) LINE Fila POSITION 5
                     CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
                   ADD 1 TO Fila
                   IF Fila > 19
                     PERFORM EsperarTecla
                     MOVE 6 TO Fila
                   END-IF
                 ELSE
                   WRITE LiniaSortida
                 END-IF
               END-IF
             END-IF
           END-IF.

        Capcalera.
           DISPLAY "DNI" LINE 4 POSITION 8
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".

        DemanarSortida.
           IF WS-PaquetActiu EQUAL "S"
             MOVE "I" TO TipusSortida
             MOVE WS-PaquetFitxer TO WS-NomFitxerSortida
             OPEN EXTEND FitxerSortida
             EXIT PARAGRAPH
           END-IF.
           MOVE "P" TO TipusSortida.
           DISPLAY "Sortida: (P)antalla (I)mpressora (F)itxer: " LINE 3
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           END-IF.

        DemanarFilesPagina.
           IF WS-PaquetActiu EQUAL "S"
             MOVE WS-FilesPerPaginaMaxima TO WS-FilesPerPagina
             MOVE "S" TO WS-FilesPaginaValid
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Files per pagina a mostrar (1-11): " LINE 1
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-FilesPerPagina LINE 1 POSITION 42 CONTROL
             MOVE "S" TO WS-FilesPaginaValid
           END-IF.

        PosicionarSortida.
           MOVE "NO" TO FiFitxer.
           MOVE CodiViatge TO CodiViatgeReservat.
           MOVE LOW-VALUES TO DiaSortida.
           IF WS-FiltreData NOT EQUAL SPACES
             MOVE WS-FiltreData(1:6) TO DiaSortida(1:6)
           END-IF.
           START FitxerReserves KEY IS NOT LESS THAN ClauSortida.
           IF EstatFitxerReserves NOT EQUAL "00"
             MOVE "SI" TO FiFitxer
           END-IF.

        ComprovarFiSortida.
           IF FiFitxer NOT EQUAL "SI"
             IF CodiViatgeReservat NOT EQUAL CodiViatge
               MOVE "SI" TO FiFitxer
             END-IF
             IF WS-FiltreData NOT EQUAL SPACES AND
                DiaSortida(1:6) NOT EQUAL WS-FiltreData(1:6)
               MOVE "SI" TO FiFitxer
             END-IF
           END-IF.

        Llistar.
           READ FitxerReserves NEXT RECORD, AT END MOVE
             "SI" TO FiFitxer.
           PERFORM ComprovarFiSortida.
           IF FiFitxer NOT EQUAL "SI"
             IF CodiViatgeReservat EQUAL CodiViatge AND
                (WS-FiltreData EQUAL SPACES OR
                 DiaSortida(1:6) EQUAL WS-FiltreData(1:6))
               PERFORM VerificarMenors
               MOVE DniReserva TO Dni
               READ FitxerClients
               DISPLAY DniReserva LINE Fila POSITION 8
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               MOVE DniReserva TO WS-DniAssig
               PERFORM MarcarNecessitat
               PERFORM MarcarMenor
               IF WS-VolAnnex EQUAL "S" AND WS-NumDnisManif < 200
                 ADD 1 TO WS-NumDnisManif
                 MOVE DniReserva TO WS-ManifDni(WS-NumDnisManif)
                   PlacesReservades DELIMITED BY SIZE " "
                   DELIMITED BY SIZE WS-SeientTxt DELIMITED BY SIZE
                   " " DELIMITED BY SIZE WS-HabTxt DELIMITED BY SIZE
                   WS-MarcaMenorTxt DELIMITED BY SIZE INTO LiniaSortida
                 WRITE LiniaSortida
               END-IF
               ADD 1 TO Fila
               IF Fila = WS-FilaMaxima
                 PERFORM EsperarTecla
                 MOVE 6 TO Fila
                 MOVE "RESTAURA.EXE" TO Programa
                 MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             MOVE DniAcompanyants (WS-IndexAcomp) TO WS-DniAssig
             PERFORM MarcarNecessitat
             PERFORM MarcarMenor
             IF WS-VolAnnex EQUAL "S" AND WS-NumDnisManif < 200
               ADD 1 TO WS-NumDnisManif
               MOVE DniAcompanyants (WS-IndexAcomp) TO
                 Acompanyants (WS-IndexAcomp) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE WS-SeientTxt DELIMITED BY
                 SIZE " " DELIMITED BY SIZE WS-HabTxt DELIMITED BY
                 SIZE WS-MarcaMenorTxt DELIMITED BY SIZE INTO
                 LiniaSortida
               WRITE LiniaSortida
             END-IF
             ADD 1 TO Fila
             IF Fila = WS-FilaMaxima
               PERFORM EsperarTecla
               MOVE 6 TO Fila
               MOVE "RESTAURA.EXE" TO Programa
               MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres
           DISPLAY WS-MarcaNecessitat LINE Fila POSITION 6
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".

        VerificarMenors.
           MOVE "V" TO AM-Operacio.
           MOVE NumeroReserva TO AM-NumeroReserva.
           MOVE DiaSortida TO AM-DiaSortida.
           MOVE 1 TO AM-NumViatgers.
           MOVE DniReserva TO AM-DniViatger(1).
           PERFORM AfegirViatgerMenor VARYING WS-IndexAcomp
             FROM 1 BY 1 UNTIL WS-IndexAcomp > 9.
           CALL "AUTMENOR.COB" USING PeticioAutoritzacioMenor.
           CANCEL "AUTMENOR.COB".

        AfegirViatgerMenor.
           IF DniAcompanyants (WS-IndexAcomp) NOT EQUAL SPACES AND
              AM-NumViatgers < 10
             ADD 1 TO AM-NumViatgers
             MOVE DniAcompanyants (WS-IndexAcomp) TO
               AM-DniViatger(AM-NumViatgers)
           END-IF.

        MarcarMenor.
           MOVE SPACE TO WS-MarcaMenor.
           MOVE SPACES TO WS-MarcaMenorTxt.
           PERFORM BuscarMenorPendent VARYING WS-IndexMenor FROM 1
             BY 1 UNTIL WS-IndexMenor > AM-NumViatgers.
           IF WS-MarcaMenor EQUAL "M"
             ADD 1 TO WS-NumMenorsPendents
             MOVE " MENOR S/AUTORITZ." TO WS-MarcaMenorTxt
           END-IF.
           DISPLAY WS-MarcaMenor LINE Fila POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".

        BuscarMenorPendent.
           IF AM-DniViatger(WS-IndexMenor) EQUAL WS-DniAssig AND
              AM-MenorPendent(WS-IndexMenor)
             MOVE "M" TO WS-MarcaMenor
           END-IF.

        BuscarAssignacio.
           MOVE SPACES TO WS-SeientTxt.
           MOVE SPACES TO WS-HabTxt.
           IF EstatFitxerContactesEmerg EQUAL "00"
             MOVE "S" TO WS-EmergObert
           END-IF.
           PERFORM EsperarTecla.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
           END-IF.
           ADD 1 TO Fila.
           IF Fila > 19
             PERFORM EsperarTecla
             MOVE 6 TO Fila
           END-IF.

        EsperarTecla.
           IF WS-PaquetActiu NOT EQUAL "S"
             ACCEPT Tecla NO BEEP
           END-IF.

        Sortir.
           IF WS-AssigObertes EQUAL "S"
             CLOSE FitxerAssignacions
