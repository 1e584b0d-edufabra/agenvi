       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulComprovarTancament.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FRESSO.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-RESSO.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerResultats     PIC XX VALUE "00".
         77 Tecla                    PIC X.
         77 Comptador                PIC 99.
         77 WS-ResultatValidacio     PIC XX VALUE "NO".
         77 WS-NomAdministrador      PIC X(15) VALUE SPACES.
         77 WS-DiaRes                PIC 99 VALUE 0.
         77 WS-MesRes                PIC 99 VALUE 0.
         77 WS-AnyRes                PIC 9(4) VALUE 0.
         77 WS-DiaSort               PIC 99 VALUE 0.
         77 WS-MesSort               PIC 99 VALUE 0.
         77 WS-AnySort               PIC 9(4) VALUE 0.
         77 WS-DataTxt               PIC X(10) VALUE SPACES.
         01 WS-DataTancada           PIC 9(8).
         01 WS-DataTancadaR REDEFINES WS-DataTancada.
           02 WS-AnyTancada          PIC 9(4).
           02 WS-MesTancada          PIC 99.
           02 WS-DiaTancada          PIC 99.
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.
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

        LINKAGE SECTION.
         COPY SORTTANC.CPY.

       PROCEDURE DIVISION USING PeticioSortidaTancada.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerResultatsSortida.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           MOVE "O" TO ST-Resultat.
           MOVE 0 TO ST-DataTancament.
           MOVE SPACES TO ST-Administrador.
           PERFORM CalcularDataSortida.
           IF ST-DataSortida EQUAL 0
             EXIT PROGRAM
           END-IF.
           OPEN INPUT FitxerResultatsSortida.
           IF EstatFitxerResultats NOT EQUAL "00"
             EXIT PROGRAM
           END-IF.
           MOVE ST-CodiViatge TO CodiViatgeResultat.
           MOVE ST-DataSortida TO DataSortidaResultat.
           READ FitxerResultatsSortida.
           IF EstatFitxerResultats EQUAL "00" AND SortidaTancada
             MOVE "T" TO ST-Resultat
             MOVE DataTancamentResultat TO ST-DataTancament
           END-IF.
           CLOSE FitxerResultatsSortida.
           IF ST-SortidaTancada AND ST-Comprovar
             PERFORM DemanarAutoritzacio
           END-IF.
           EXIT PROGRAM.

        CalcularDataSortida.
           MOVE 0 TO ST-DataSortida.
           MOVE 0 TO WS-DiaRes.
           MOVE 0 TO WS-MesRes.
           MOVE 0 TO WS-AnyRes.
           UNSTRING ST-DataReserva DELIMITED BY "/" INTO WS-DiaRes
             WS-MesRes WS-AnyRes.
           IF WS-AnyRes EQUAL 0
             ACCEPT WS-DataSistema FROM DATE YYYYMMDD
             MOVE WS-AnySistema TO WS-AnyRes
             MOVE WS-MesSistema TO WS-MesRes
             MOVE WS-DiaSistema TO WS-DiaRes
           END-IF.
           MOVE 0 TO WS-MesSort.
           PERFORM AdivinarMes VARYING Comptador FROM 1 BY 1
             UNTIL Comptador > 12.
           IF WS-MesSort EQUAL 0 OR ST-DiaSortida(1:2) NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.
           MOVE ST-DiaSortida(1:2) TO WS-DiaSort.
           MOVE WS-AnyRes TO WS-AnySort.
           IF WS-MesSort * 100 + WS-DiaSort <
              WS-MesRes * 100 + WS-DiaRes
             ADD 1 TO WS-AnySort
           END-IF.
           COMPUTE ST-DataSortida = WS-AnySort * 10000 +
             WS-MesSort * 100 + WS-DiaSort.

        AdivinarMes.
           IF Mesos (Comptador) EQUAL ST-DiaSortida(4:3)
             MOVE Comptador TO WS-MesSort
           END-IF.

        DemanarAutoritzacio.
           MOVE ST-DataTancament TO WS-DataTancada.
           MOVE SPACES TO WS-DataTxt.
           STRING WS-DiaTancada DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesTancada DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnyTancada DELIMITED BY SIZE INTO WS-DataTxt.
           DISPLAY "ERROR!!! Sortida TANCADA el" BEEP LINE 23
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-DataTxt LINE 23 POSITION 33
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "- cal autoritzacio" LINE 23 POSITION 44
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           CALL "VALADMIN.COB" USING WS-ResultatValidacio
             WS-NomAdministrador.
           CANCEL "VALADMIN.COB".
           IF WS-ResultatValidacio EQUAL "OK"
             MOVE "A" TO ST-Resultat
             MOVE WS-NomAdministrador TO ST-Administrador
           ELSE
             DISPLAY "Canvi NO autoritzat en una sortida tancada"
               BEEP LINE 24 POSITION 5 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             DISPLAY SPACES LINE 24 POSITION 5
           END-IF.
           DISPLAY SPACES LINE 23 POSITION 5.
