       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulAssentamentManual.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FPCOMP.CPY.
            COPY S-FASSEN.CPY.
            COPY S-FNUMAS.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-PCOMP.CPY.
          COPY FD-ASSEN.CPY.
          COPY FD-NUMAS.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerPlaComptes    PIC XX VALUE "00".
         77 EstatFitxerAssentaments  PIC XX VALUE "00".
         77 EstatFitxerNumAssentaments PIC XX VALUE "00".
         77 Tecla                    PIC X.
         77 Segur                    PIC X VALUE "N".
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 Fila                     PIC 99 VALUE 6.
         77 WS-ClauParamTanc         PIC X(12) VALUE SPACES.
         77 WS-ValorParamTanc        PIC X(40) VALUE SPACES.
         77 WS-ResultatParamTanc     PIC XX VALUE "NO".
         77 WS-TancatFins            PIC 9(8) VALUE 0.
         77 WS-DataNumerica          PIC 9(8) VALUE 0.
         77 WS-PeriodeApunt          PIC 9(6) VALUE 0.
         77 WS-ConcepteAssent        PIC X(30) VALUE SPACES.
         77 WS-CompteLinia           PIC X(8) VALUE SPACES.
         77 WS-DeureLinia            PIC 9(9) VALUE 0.
         77 WS-HaverLinia            PIC 9(9) VALUE 0.
         77 WS-NumLinies             PIC 99 VALUE 0.
         77 WS-IndexLinia            PIC 99 VALUE 0.
         77 WS-FiLinies              PIC X VALUE "N".
         77 WS-TotalDeure            PIC 9(11) VALUE 0.
         77 WS-TotalHaver            PIC 9(11) VALUE 0.
         77 ED-Import                PIC ZZZZZZZZZZ9.
         01 WS-DataAssent            PIC X(10) VALUE SPACES.
         01 WS-DataAssentR REDEFINES WS-DataAssent.
           02 WS-DiaAssent           PIC 99.
           02 FILLER                 PIC X.
           02 WS-MesAssent           PIC 99.
           02 FILLER                 PIC X.
           02 WS-AnyAssent           PIC 9(4).
         01 TaulaLinies.
           02 LiniaAssent OCCURS 12 TIMES.
             03 CompteLiniaT         PIC X(8).
             03 DeureLiniaT          PIC 9(9).
             03 HaverLiniaT          PIC 9(9).

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerPlaComptes, FitxerAssentaments,
                 FitxerNumAssentaments.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           OPEN INPUT FitxerPlaComptes.
           IF EstatFitxerPlaComptes NOT EQUAL "00"
             DISPLAY "ERROR!!! Pla de comptes NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 2 0 23 80" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY BORRADO.
           DISPLAY "ASSENTAMENT MANUAL" LINE 2 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Data (DD/MM/AAAA): " LINE 3 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-DataAssent LINE 3 POSITION 25 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           IF WS-DiaAssent NOT NUMERIC OR WS-MesAssent NOT NUMERIC
              OR WS-AnyAssent NOT NUMERIC OR WS-MesAssent < 1 OR
              WS-MesAssent > 12
             DISPLAY "ERROR!!! Data incorrecta" BEEP LINE 21
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           COMPUTE WS-DataNumerica = WS-AnyAssent * 10000 +
             WS-MesAssent * 100 + WS-DiaAssent.
           COMPUTE WS-PeriodeApunt = WS-AnyAssent * 100 +
             WS-MesAssent.
           PERFORM ComprovarPeriodeTancat.
           IF WS-DataNumerica <= WS-TancatFins
             DISPLAY "ERROR!!! Periode comptable TANCAT fins al"
               BEEP LINE 21 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY WS-TancatFins LINE 21 POSITION 47
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           DISPLAY "Concepte: " LINE 3 POSITION 38
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-ConcepteAssent LINE 3 POSITION 48 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           DISPLAY "COMPTE   DESCRIPCIO                         DEURE"
             LINE 5 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "      HAVER" LINE 5 POSITION 55
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE 0 TO WS-NumLinies.
           MOVE "N" TO WS-FiLinies.
           MOVE 6 TO Fila.
           PERFORM DemanarLinia UNTIL WS-FiLinies EQUAL "S".
           MOVE WS-TotalDeure TO ED-Import.
           DISPLAY "Totals: " LINE 19 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-Import LINE 19 POSITION 49
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE WS-TotalHaver TO ED-Import.
           DISPLAY ED-Import LINE 19 POSITION 61
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF WS-NumLinies < 2 OR WS-TotalDeure EQUAL 0 OR
              WS-TotalDeure NOT EQUAL WS-TotalHaver
             DISPLAY "ERROR!!! L'assentament no quadra. NO grabat"
               BEEP LINE 21 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             PERFORM Sortir
           END-IF.
           DISPLAY "Grabar l'assentament (S/N)? " LINE 21 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE "N" TO Segur.
           ACCEPT Segur LINE 21 POSITION 34 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF Segur EQUAL "S"
             PERFORM GravarAssentament
             DISPLAY "Assentament grabat num. " LINE 22 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY UltimNumeroAssentament LINE 22 POSITION 30
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
           END-IF.
           PERFORM Sortir.

        ComprovarPeriodeTancat.
           MOVE 0 TO WS-TancatFins.
           MOVE "TANCATFINS  " TO WS-ClauParamTanc.
           CALL "LLEGPARA.COB" USING WS-ClauParamTanc
             WS-ValorParamTanc WS-ResultatParamTanc.
           CANCEL "LLEGPARA.COB".
           IF WS-ResultatParamTanc EQUAL "OK" AND
              WS-ValorParamTanc(1:8) NUMERIC
             MOVE WS-ValorParamTanc(1:8) TO WS-TancatFins
           END-IF.

        DemanarLinia.
           MOVE SPACES TO WS-CompteLinia.
           ACCEPT WS-CompteLinia LINE Fila POSITION 5 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, PROMPT" NO BEEP.
           IF WS-CompteLinia EQUAL SPACES
             MOVE "S" TO WS-FiLinies
           ELSE
             MOVE WS-CompteLinia TO CodiCompte
             READ FitxerPlaComptes
             IF EstatFitxerPlaComptes NOT EQUAL "00"
               DISPLAY "Compte no definit al pla de comptes" BEEP
                 LINE 21 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               ACCEPT Tecla NO BEEP
               DISPLAY "                                   " LINE 21
                 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ELSE
               DISPLAY DescripcioCompte LINE Fila POSITION 14
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               MOVE 0 TO WS-DeureLinia
               MOVE 0 TO WS-HaverLinia
               ACCEPT WS-DeureLinia LINE Fila POSITION 51 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP
               IF WS-DeureLinia EQUAL 0
                 ACCEPT WS-HaverLinia LINE Fila POSITION 63 CONTROL
                   "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP
               END-IF
               IF WS-DeureLinia > 0 OR WS-HaverLinia > 0
                 ADD 1 TO WS-NumLinies
                 MOVE WS-CompteLinia TO CompteLiniaT(WS-NumLinies)
                 MOVE WS-DeureLinia TO DeureLiniaT(WS-NumLinies)
                 MOVE WS-HaverLinia TO HaverLiniaT(WS-NumLinies)
                 ADD WS-DeureLinia TO WS-TotalDeure
                 ADD WS-HaverLinia TO WS-TotalHaver
                 ADD 1 TO Fila
                 IF WS-NumLinies EQUAL 12
                   MOVE "S" TO WS-FiLinies
                 END-IF
               END-IF
             END-IF
           END-IF.

        GravarAssentament.
           OPEN I-O FitxerNumAssentaments.
           IF EstatFitxerNumAssentaments NOT EQUAL "00"
             OPEN OUTPUT FitxerNumAssentaments
             CLOSE FitxerNumAssentaments
             OPEN I-O FitxerNumAssentaments
           END-IF.
           MOVE "NUMASSEN" TO ClauNumAssentaments.
           READ FitxerNumAssentaments
             INVALID KEY MOVE 0 TO UltimNumeroAssentament
           END-READ.
           ADD 1 TO UltimNumeroAssentament.
           IF EstatFitxerNumAssentaments EQUAL "00"
             REWRITE RegistreNumAssentaments
           ELSE
             WRITE RegistreNumAssentaments
           END-IF.
           CLOSE FitxerNumAssentaments.
           OPEN I-O FitxerAssentaments.
           IF EstatFitxerAssentaments NOT EQUAL "00"
             OPEN OUTPUT FitxerAssentaments
             CLOSE FitxerAssentaments
             OPEN I-O FitxerAssentaments
           END-IF.
           PERFORM GravarLinia VARYING WS-IndexLinia FROM 1 BY 1
             UNTIL WS-IndexLinia > WS-NumLinies.
           CLOSE FitxerAssentaments.

        GravarLinia.
           MOVE UltimNumeroAssentament TO NumeroAssentament.
           MOVE WS-IndexLinia TO LiniaApunt.
           MOVE WS-PeriodeApunt TO PeriodeApunt.
           MOVE WS-DataAssent TO DataApunt.
           MOVE CompteLiniaT(WS-IndexLinia) TO CompteApunt.
           MOVE DeureLiniaT(WS-IndexLinia) TO DebitApunt.
           MOVE HaverLiniaT(WS-IndexLinia) TO CreditApunt.
           MOVE WS-ConcepteAssent TO ConcepteApunt.
           MOVE "MANU" TO OrigenApunt.
           MOVE 0 TO ReferenciaApunt.
           WRITE RegistreApunt.

        Sortir.
           CLOSE FitxerPlaComptes.
           MOVE "RESTAURA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 2 0 23 80" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           EXIT PROGRAM.
