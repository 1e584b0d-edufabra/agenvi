       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulDiesFeiners.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FCALEN.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-CALEN.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerCalendari     PIC XX VALUE "00".
         77 WS-CalendariObert        PIC X VALUE "N".
         77 WS-DiesFets              PIC 9(3) VALUE 0.
         77 WS-Passos                PIC 9(4) VALUE 0.
         77 WS-DiesMes               PIC 99 VALUE 0.
         77 WS-Quocient              PIC 9(4) VALUE 0.
         77 WS-Residu                PIC 9 VALUE 0.
         77 WS-Residu100             PIC 9(3) VALUE 0.
         77 WS-DiaFeinerActual       PIC X VALUE "S".
         77 WS-MotiuActual           PIC X(30) VALUE SPACES.
         77 WS-ZellerDia             PIC 9(2) VALUE 0.
         77 WS-ZellerMes             PIC 9(2) VALUE 0.
         77 WS-ZellerAny             PIC 9(4) VALUE 0.
         77 WS-ZellerK               PIC 9(2) VALUE 0.
         77 WS-ZellerJ               PIC 9(2) VALUE 0.
         77 WS-ZellerH               PIC 9(4) VALUE 0.
         77 WS-ZellerQ               PIC 9(4) VALUE 0.
         77 WS-ZellerTermeM          PIC 9(4) VALUE 0.
         77 WS-ZellerTermeK          PIC 9(2) VALUE 0.
         77 WS-ZellerTermeJ          PIC 9(2) VALUE 0.
         77 WS-DiaSetmana            PIC 99 VALUE 0.
         01 WS-DataTreball           PIC 9(8).
         01 WS-DataTreballR REDEFINES WS-DataTreball.
           02 WS-AnyTreball          PIC 9(4).
           02 WS-MesTreball          PIC 99.
           02 WS-DiaTreball          PIC 99.
         01 TaulaDM.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 28.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
         01 TaulaDiesMes REDEFINES TaulaDM.
           02 DiesMes OCCURS 12 TIMES PIC 99.

        LINKAGE SECTION.
         COPY DIESFEIN.CPY.

       PROCEDURE DIVISION USING PeticioDiesFeiners.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerCalendari.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           MOVE DF-DataInici TO DF-DataResultat.
           MOVE 0 TO DF-DiesNaturals.
           MOVE "S" TO DF-DiaFeiner.
           MOVE SPACES TO DF-MotiuTancament.
           IF DF-DataInici NOT NUMERIC OR DF-DataInici EQUAL 0
             EXIT PROGRAM
           END-IF.
           MOVE "N" TO WS-CalendariObert.
           OPEN INPUT FitxerCalendari.
           IF EstatFitxerCalendari EQUAL "00"
             MOVE "S" TO WS-CalendariObert
           END-IF.
           MOVE DF-DataInici TO WS-DataTreball.
           PERFORM ComprovarDia.
           MOVE WS-DiaFeinerActual TO DF-DiaFeiner.
           MOVE WS-MotiuActual TO DF-MotiuTancament.
           MOVE 0 TO WS-DiesFets.
           MOVE 0 TO WS-Passos.
           EVALUATE TRUE
             WHEN DF-SumarNaturals
               PERFORM AvancarDia DF-Dies TIMES
               MOVE DF-Dies TO DF-DiesNaturals
             WHEN DF-SumarFeiners
               PERFORM AvancarFeiner UNTIL WS-DiesFets >= DF-Dies OR
                 WS-Passos > 999
               PERFORM AvancarFinsFeiner UNTIL
                 WS-DiaFeinerActual EQUAL "S" OR WS-Passos > 999
               MOVE WS-Passos TO DF-DiesNaturals
             WHEN DF-RestarFeiners
               PERFORM RecularFeiner UNTIL WS-DiesFets >= DF-Dies OR
                 WS-Passos > 999
               PERFORM RecularFinsFeiner UNTIL
                 WS-DiaFeinerActual EQUAL "S" OR WS-Passos > 999
               MOVE WS-Passos TO DF-DiesNaturals
           END-EVALUATE.
           MOVE WS-DataTreball TO DF-DataResultat.
           IF WS-CalendariObert EQUAL "S"
             CLOSE FitxerCalendari
           END-IF.
           EXIT PROGRAM.

        AvancarFeiner.
           PERFORM AvancarDia.
           ADD 1 TO WS-Passos.
           PERFORM ComprovarDia.
           IF WS-DiaFeinerActual EQUAL "S"
             ADD 1 TO WS-DiesFets
           END-IF.

        AvancarFinsFeiner.
           PERFORM AvancarDia.
           ADD 1 TO WS-Passos.
           PERFORM ComprovarDia.

        RecularFeiner.
           PERFORM RecularDia.
           ADD 1 TO WS-Passos.
           PERFORM ComprovarDia.
           IF WS-DiaFeinerActual EQUAL "S"
             ADD 1 TO WS-DiesFets
           END-IF.

        RecularFinsFeiner.
           PERFORM RecularDia.
           ADD 1 TO WS-Passos.
           PERFORM ComprovarDia.

        AvancarDia.
           PERFORM CalcularDiesMes.
           ADD 1 TO WS-DiaTreball.
           IF WS-DiaTreball > WS-DiesMes
             MOVE 1 TO WS-DiaTreball
             ADD 1 TO WS-MesTreball
             IF WS-MesTreball > 12
               MOVE 1 TO WS-MesTreball
               ADD 1 TO WS-AnyTreball
             END-IF
           END-IF.

        RecularDia.
           IF WS-DiaTreball > 1
             SUBTRACT 1 FROM WS-DiaTreball
           ELSE
             IF WS-MesTreball > 1
               SUBTRACT 1 FROM WS-MesTreball
             ELSE
               MOVE 12 TO WS-MesTreball
               SUBTRACT 1 FROM WS-AnyTreball
             END-IF
             PERFORM CalcularDiesMes
             MOVE WS-DiesMes TO WS-DiaTreball
           END-IF.

        CalcularDiesMes.
           IF WS-MesTreball < 1 OR WS-MesTreball > 12
             MOVE 1 TO WS-MesTreball
           END-IF.
           MOVE DiesMes (WS-MesTreball) TO WS-DiesMes.
           IF WS-MesTreball EQUAL 2
             DIVIDE WS-AnyTreball BY 4 GIVING WS-Quocient
               REMAINDER WS-Residu
             IF WS-Residu EQUAL 0
               MOVE 29 TO WS-DiesMes
               DIVIDE WS-AnyTreball BY 100 GIVING WS-Quocient
                 REMAINDER WS-Residu100
               IF WS-Residu100 EQUAL 0
                 MOVE 28 TO WS-DiesMes
                 DIVIDE WS-AnyTreball BY 400 GIVING WS-Quocient
                   REMAINDER WS-Residu100
                 IF WS-Residu100 EQUAL 0
                   MOVE 29 TO WS-DiesMes
                 END-IF
               END-IF
             END-IF
           END-IF.

        ComprovarDia.
           MOVE "S" TO WS-DiaFeinerActual.
           MOVE SPACES TO WS-MotiuActual.
           PERFORM CalcularDiaSetmana.
           IF WS-DiaSetmana EQUAL 7
             MOVE "N" TO WS-DiaFeinerActual
             MOVE "DIUMENGE" TO WS-MotiuActual
           END-IF.
           IF WS-CalendariObert EQUAL "S" AND
              WS-DiaFeinerActual EQUAL "S"
             MOVE DF-Oficina TO OficinaCalendari
             MOVE WS-DataTreball TO DataCalendari
             READ FitxerCalendari
             IF EstatFitxerCalendari NOT EQUAL "00" AND
                DF-Oficina NOT EQUAL 0
               MOVE 0 TO OficinaCalendari
               MOVE WS-DataTreball TO DataCalendari
               READ FitxerCalendari
             END-IF
             IF EstatFitxerCalendari EQUAL "00"
               MOVE "N" TO WS-DiaFeinerActual
               MOVE DescripcioCalendari TO WS-MotiuActual
             END-IF
           END-IF.

        CalcularDiaSetmana.
           MOVE WS-DiaTreball TO WS-ZellerDia.
           MOVE WS-MesTreball TO WS-ZellerMes.
           MOVE WS-AnyTreball TO WS-ZellerAny.
           IF WS-ZellerMes < 3
             ADD 12 TO WS-ZellerMes
             SUBTRACT 1 FROM WS-ZellerAny
           END-IF.
           DIVIDE WS-ZellerAny BY 100 GIVING WS-ZellerJ
             REMAINDER WS-ZellerK.
           COMPUTE WS-ZellerTermeM = 13 * (WS-ZellerMes + 1).
           DIVIDE WS-ZellerTermeM BY 5 GIVING WS-ZellerTermeM.
           DIVIDE WS-ZellerK BY 4 GIVING WS-ZellerTermeK.
           DIVIDE WS-ZellerJ BY 4 GIVING WS-ZellerTermeJ.
           COMPUTE WS-ZellerH = WS-ZellerDia + WS-ZellerTermeM +
             WS-ZellerK + WS-ZellerTermeK + WS-ZellerTermeJ +
             (5 * WS-ZellerJ).
           DIVIDE WS-ZellerH BY 7 GIVING WS-ZellerQ
             REMAINDER WS-ZellerH.
           COMPUTE WS-DiaSetmana = WS-ZellerH + 6.
           IF WS-DiaSetmana > 7
             SUBTRACT 7 FROM WS-DiaSetmana
           END-IF.
