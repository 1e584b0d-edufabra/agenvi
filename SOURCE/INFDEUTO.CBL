       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulInformeDeutors.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FVENCI.CPY.
            COPY S-FCLIEN.CPY.
            COPY S-FCREDI.CPY.
            COPY S-FLLIST.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-VENCI.CPY.
          COPY FD-CLIEN.CPY.
          COPY FD-CREDI.CPY.
          COPY FD-LLIST.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerVenciments    PIC XX VALUE "00".
         77 EstatFitxerClients       PIC XX VALUE "00".
         77 EstatFitxerCreditEmpreses PIC XX VALUE "00".
         77 EstatFitxerSortida       PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 6.
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 WS-NomFitxerSortida      PIC X(40) VALUE SPACES.
         77 TipusSortida             PIC X VALUE "P".
           88 SortidaPantalla        VALUE "P".
           88 SortidaImpressora      VALUE "I".
           88 SortidaFitxer          VALUE "F".
         77 WS-TitolSpool           PIC X(30)
            VALUE "ANTIGUITAT DE DEUTORS".
         77 WS-CreditsOberts         PIC X VALUE "N".
         77 WS-EmpresaActual         PIC X(9) VALUE SPACES.
         77 WS-NomEmpresa            PIC X(20) VALUE SPACES.
         77 WS-MarcaBloqueig         PIC X VALUE SPACE.
         77 WS-ImportDeute           PIC 9(7) VALUE 0.
         77 WS-DiesAvui              PIC 9(7) VALUE 0.
         77 WS-DiesVenc              PIC 9(7) VALUE 0.
         77 WS-DiesRetard            PIC S9(7) VALUE 0.
         77 WS-NoVencut              PIC 9(7) VALUE 0.
         77 WS-Tram30                PIC 9(7) VALUE 0.
         77 WS-Tram60                PIC 9(7) VALUE 0.
         77 WS-Tram90                PIC 9(7) VALUE 0.
         77 WS-TramMes90             PIC 9(7) VALUE 0.
         77 WS-TotalNoVencut         PIC 9(9) VALUE 0.
         77 WS-Total30               PIC 9(9) VALUE 0.
         77 WS-Total60               PIC 9(9) VALUE 0.
         77 WS-Total90               PIC 9(9) VALUE 0.
         77 WS-TotalMes90            PIC 9(9) VALUE 0.
         77 ED-NoVencut              PIC ZZZZZZ9.
         77 ED-Tram30                PIC ZZZZZZ9.
         77 ED-Tram60                PIC ZZZZZZ9.
         77 ED-Tram90                PIC ZZZZZZ9.
         77 ED-TramMes90             PIC ZZZZZZ9.
         77 ED-Total                 PIC ZZZZZZZZ9.
         01 WS-DataNegoci            PIC 9(8).
         01 WS-DataNegociR REDEFINES WS-DataNegoci.
           02 WS-AnyNegoci           PIC 9(4).
           02 WS-MesNegoci           PIC 99.
           02 WS-DiaNegoci           PIC 99.
         01 WS-DataVencNum           PIC 9(8).
         01 WS-DataVencNumR REDEFINES WS-DataVencNum.
           02 WS-AnyVenc             PIC 9(4).
           02 WS-MesVenc             PIC 99.
           02 WS-DiaVenc             PIC 99.
         01 TaulaDiesAcumulats.
           02 FILLER PIC 9(3) VALUE 000.
           02 FILLER PIC 9(3) VALUE 031.
           02 FILLER PIC 9(3) VALUE 059.
           02 FILLER PIC 9(3) VALUE 090.
           02 FILLER PIC 9(3) VALUE 120.
           02 FILLER PIC 9(3) VALUE 151.
           02 FILLER PIC 9(3) VALUE 181.
           02 FILLER PIC 9(3) VALUE 212.
           02 FILLER PIC 9(3) VALUE 243.
           02 FILLER PIC 9(3) VALUE 273.
           02 FILLER PIC 9(3) VALUE 304.
           02 FILLER PIC 9(3) VALUE 334.
         01 TaulaDiesAcumulatsR REDEFINES TaulaDiesAcumulats.
           02 DiesAcumulats OCCURS 12 TIMES PIC 9(3).

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerVenciments, FitxerClients,
                 FitxerCreditEmpreses.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN INPUT FitxerVenciments.
           IF EstatFitxerVenciments NOT EQUAL "00"
             DISPLAY "Cap factura d'empresa amb venciment" BEEP
               LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           OPEN INPUT FitxerClients.
           OPEN INPUT FitxerCreditEmpreses.
           IF EstatFitxerCreditEmpreses EQUAL "00"
             MOVE "S" TO WS-CreditsOberts
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           CALL "DATANEGO.COB" USING WS-DataNegoci.
           CANCEL "DATANEGO.COB".
           COMPUTE WS-DiesAvui = (WS-AnyNegoci * 365) +
             DiesAcumulats(WS-MesNegoci) + WS-DiaNegoci.
           PERFORM DemanarSortida.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "SCR\LLISTATS.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           PERFORM Capcalera.
           MOVE LOW-VALUES TO DniEmpresaVenc.
           START FitxerVenciments KEY IS NOT LESS THAN DniEmpresaVenc.
           IF EstatFitxerVenciments EQUAL "00"
             MOVE "NO" TO FiFitxer
             MOVE SPACES TO WS-EmpresaActual
             PERFORM AcumularVenciment UNTIL FiFitxer = "SI"
             IF WS-EmpresaActual NOT EQUAL SPACES
               PERFORM LlistarEmpresa
             END-IF
           END-IF.
           PERFORM LlistarTotals.
           ACCEPT Tecla NO BEEP.
           IF NOT SortidaPantalla CLOSE FitxerSortida END-IF.
           PERFORM Sortir.

        DemanarSortida.
           MOVE "P" TO TipusSortida.
           DISPLAY "Sortida: (P)antalla (I)mpressora (F)itxer: " LINE 3
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT TipusSortida LINE 3 POSITION 50 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF SortidaImpressora
             CALL "OBRESPOL.COB" USING WS-TitolSpool
               WS-NomFitxerSortida
             CANCEL "OBRESPOL.COB"
             OPEN OUTPUT FitxerSortida
           END-IF.
           IF SortidaFitxer
             DISPLAY "Nom del fitxer: " LINE 24
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-NomFitxerSortida LINE 24 POSITION 35
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             OPEN OUTPUT FitxerSortida
           END-IF.

        Capcalera.
           DISPLAY "ANTIGUITAT DE DEUTORS PER EMPRESA  A DATA "
             LINE 3 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-DataNegoci LINE 3 POSITION 47
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "DNI       EMPRESA              NO VENC"
             LINE 5 POSITION 2 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "   1-30   31-60   61-90     +90" LINE 5 POSITION 41
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "ANTIGUITAT DE DEUTORS PER EMPRESA  A DATA "
               DELIMITED BY SIZE WS-DataNegoci DELIMITED BY SIZE
               INTO LiniaSortida
             WRITE LiniaSortida
             MOVE SPACES TO LiniaSortida
             STRING "DNI       EMPRESA              NO VENC"
               DELIMITED BY SIZE " " DELIMITED BY SIZE
               "   1-30   31-60   61-90     +90" DELIMITED BY SIZE
               INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE 6 TO Fila.

        AcumularVenciment.
           READ FitxerVenciments NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF DniEmpresaVenc NOT EQUAL WS-EmpresaActual
               IF WS-EmpresaActual NOT EQUAL SPACES
                 PERFORM LlistarEmpresa
               END-IF
               MOVE DniEmpresaVenc TO WS-EmpresaActual
               MOVE 0 TO WS-NoVencut
               MOVE 0 TO WS-Tram30
               MOVE 0 TO WS-Tram60
               MOVE 0 TO WS-Tram90
               MOVE 0 TO WS-TramMes90
             END-IF
             IF VencimentPendent AND
                ImportFacturaVenc > ImportCobratVenc
               PERFORM ClassificarDeute
             END-IF
           END-IF.

        ClassificarDeute.
           COMPUTE WS-ImportDeute = ImportFacturaVenc -
             ImportCobratVenc.
           MOVE DataVenciment TO WS-DataVencNum.
           MOVE 0 TO WS-DiesRetard.
           IF WS-MesVenc >= 1 AND WS-MesVenc <= 12
             COMPUTE WS-DiesVenc = (WS-AnyVenc * 365) +
               DiesAcumulats(WS-MesVenc) + WS-DiaVenc
             COMPUTE WS-DiesRetard = WS-DiesAvui - WS-DiesVenc
           END-IF.
           EVALUATE TRUE
             WHEN WS-DiesRetard <= 0
               ADD WS-ImportDeute TO WS-NoVencut
             WHEN WS-DiesRetard <= 30
               ADD WS-ImportDeute TO WS-Tram30
             WHEN WS-DiesRetard <= 60
               ADD WS-ImportDeute TO WS-Tram60
             WHEN WS-DiesRetard <= 90
               ADD WS-ImportDeute TO WS-Tram90
             WHEN OTHER
               ADD WS-ImportDeute TO WS-TramMes90
           END-EVALUATE.

        LlistarEmpresa.
           IF WS-NoVencut > 0 OR WS-Tram30 > 0 OR WS-Tram60 > 0 OR
              WS-Tram90 > 0 OR WS-TramMes90 > 0
             MOVE WS-EmpresaActual TO Dni
             READ FitxerClients
             IF EstatFitxerClients EQUAL "00"
               MOVE Nom TO WS-NomEmpresa
             ELSE
               MOVE "EMPRESA NO DEFINIDA" TO WS-NomEmpresa
             END-IF
             MOVE SPACE TO WS-MarcaBloqueig
             IF WS-CreditsOberts EQUAL "S"
               MOVE WS-EmpresaActual TO DniEmpresa
               READ FitxerCreditEmpreses
               IF EstatFitxerCreditEmpreses EQUAL "00" AND
                  CreditBloquejatReclamacio
                 MOVE "B" TO WS-MarcaBloqueig
               END-IF
             END-IF
             ADD WS-NoVencut TO WS-TotalNoVencut
             ADD WS-Tram30 TO WS-Total30
             ADD WS-Tram60 TO WS-Total60
             ADD WS-Tram90 TO WS-Total90
             ADD WS-TramMes90 TO WS-TotalMes90
             MOVE WS-NoVencut TO ED-NoVencut
             MOVE WS-Tram30 TO ED-Tram30
             MOVE WS-Tram60 TO ED-Tram60
             MOVE WS-Tram90 TO ED-Tram90
             MOVE WS-TramMes90 TO ED-TramMes90
             DISPLAY WS-EmpresaActual LINE Fila POSITION 2
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY WS-NomEmpresa LINE Fila POSITION 12
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-NoVencut LINE Fila POSITION 33
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Tram30 LINE Fila POSITION 41
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Tram60 LINE Fila POSITION 49
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-Tram90 LINE Fila POSITION 57
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY ED-TramMes90 LINE Fila POSITION 65
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY WS-MarcaBloqueig LINE Fila POSITION 73
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             IF NOT SortidaPantalla
               MOVE SPACES TO LiniaSortida
               STRING WS-EmpresaActual DELIMITED BY SIZE " "
                 DELIMITED BY SIZE WS-NomEmpresa DELIMITED BY SIZE
                 " " DELIMITED BY SIZE ED-NoVencut DELIMITED BY SIZE
                 " " DELIMITED BY SIZE ED-Tram30 DELIMITED BY SIZE
                 " " DELIMITED BY SIZE ED-Tram60 DELIMITED BY SIZE
                 " " DELIMITED BY SIZE ED-Tram90 DELIMITED BY SIZE
                 " " DELIMITED BY SIZE ED-TramMes90 DELIMITED BY
                 SIZE " " DELIMITED BY SIZE WS-MarcaBloqueig
                 DELIMITED BY SIZE INTO LiniaSortida
               WRITE LiniaSortida
             END-IF
             PERFORM AvancarFila
           END-IF.

        LlistarTotals.
           DISPLAY "TOTALS" LINE 21 POSITION 2
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE WS-TotalNoVencut TO ED-Total.
           DISPLAY "No vencut:" LINE 21 POSITION 10
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Total LINE 21 POSITION 21
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-Total30 TO ED-Total.
           DISPLAY "1-30:" LINE 21 POSITION 32
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Total LINE 21 POSITION 38
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-Total60 TO ED-Total.
           DISPLAY "31-60:" LINE 21 POSITION 49
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Total LINE 21 POSITION 56
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-Total90 TO ED-Total.
           DISPLAY "61-90:" LINE 22 POSITION 10
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Total LINE 22 POSITION 21
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-TotalMes90 TO ED-Total.
           DISPLAY "+90:" LINE 22 POSITION 32
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Total LINE 22 POSITION 38
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "B = credit bloquejat" LINE 22 POSITION 49
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             MOVE WS-TotalNoVencut TO ED-NoVencut
             MOVE WS-Total30 TO ED-Tram30
             MOVE WS-Total60 TO ED-Tram60
             MOVE WS-Total90 TO ED-Tram90
             MOVE WS-TotalMes90 TO ED-TramMes90
             STRING "TOTALS                         " DELIMITED BY
               SIZE ED-NoVencut DELIMITED BY SIZE " " DELIMITED BY
               SIZE ED-Tram30 DELIMITED BY SIZE " " DELIMITED BY SIZE
               ED-Tram60 DELIMITED BY SIZE " " DELIMITED BY SIZE
               ED-Tram90 DELIMITED BY SIZE " " DELIMITED BY SIZE
               ED-TramMes90 DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.

        AvancarFila.
           ADD 1 TO Fila.
           IF Fila > 19
             ACCEPT Tecla NO BEEP
             MOVE 6 TO Fila
           END-IF.

        Sortir.
           CLOSE FitxerVenciments.
           CLOSE FitxerClients.
           IF WS-CreditsOberts EQUAL "S"
             CLOSE FitxerCreditEmpreses
           END-IF.
           EXIT PROGRAM.
