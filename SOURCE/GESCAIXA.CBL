         77 WS-TitolSpool           PIC X(30)
            VALUE "SOBRANTS I FALTANTS DE CAIXA".
         77 WS-ModeOperacio          PIC X VALUE SPACE.
         77 WS-ImportEsperat         PIC S9(7) VALUE 0.
         77 WS-TotalSobrant          PIC S9(9) VALUE 0.
         77 ED-Import                PIC ZZZZZZ9.
         77 ED-Diferencia            PIC -------9.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "(O)brir (T)ancar (L)libre de diferencies "
             LINE 1 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "(D)iposits: " LINE 1 POSITION 46
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-ModeOperacio LINE 1 POSITION 58 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           EVALUATE WS-ModeOperacio
             WHEN "O" PERFORM ObrirSessio
             WHEN "T" PERFORM TancarSessio
             WHEN "L" PERFORM LlibreDiferencies
             WHEN "D" PERFORM DipositsBancaris
           END-EVALUATE.
           PERFORM Sortir.

           ACCEPT FonsInicialCaixa LINE 3 POSITION 38 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           MOVE 0 TO EfectiuAcumulatCaixa.
           MOVE 0 TO SortidesEfectiuCaixa.
           MOVE 0 TO ImportComptatCaixa.
           MOVE 0 TO DiferenciaCaixa.
           MOVE 0 TO NumeroDipositCaixa.
           MOVE "O" TO EstatSessioCaixa.
           PERFORM ObtenirHoraText.
           MOVE WS-HoraText TO HoraOberturaCaixa.
           ACCEPT ImportComptatCaixa LINE 3 POSITION 51 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP.
           COMPUTE WS-ImportEsperat = FonsInicialCaixa +
             EfectiuAcumulatCaixa - SortidesEfectiuCaixa.
           COMPUTE DiferenciaCaixa = ImportComptatCaixa -
             WS-ImportEsperat.
           MOVE "T" TO EstatSessioCaixa.
             OPEN OUTPUT FitxerSortida
           END-IF.

        DipositsBancaris.
           CLOSE FitxerSessionsCaixa.
           CALL "DIPOCAIX.COB".
           CANCEL "DIPOCAIX.COB".
           OPEN I-O FitxerSessionsCaixa.

        ObtenirHoraText.
           ACCEPT WS-HoraSistema FROM TIME.
           MOVE SPACES TO WS-HoraText.
