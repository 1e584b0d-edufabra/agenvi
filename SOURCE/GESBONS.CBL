         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         COPY PAQSOR-W.CPY.
         COPY SESSIO-W.CPY.
         77 WS-NomFitxerSortida      PIC X(40) VALUE SPACES.
         77 TipusSortida             PIC X VALUE "I".
         77 WS-DetallServei          PIC X(50) VALUE SPACES.
         77 WS-EsDuplicat            PIC X VALUE "N".
         77 WS-IndexAcomp            PIC 99 VALUE 0.
         77 WS-NumBonsPaquet         PIC 9(4) VALUE 0.
         77 WS-ClauParam             PIC X(12) VALUE SPACES.
         77 WS-ValorParam            PIC X(40) VALUE SPACES.
         77 WS-ResultatParam         PIC XX VALUE "NO".
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "(E)metre bono (R)eimprimir (L)listar registre: "
             LINE 1 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF WS-PaquetActiu EQUAL "S"
             MOVE "P" TO WS-ModeOperacio
           ELSE
             ACCEPT WS-ModeOperacio LINE 1 POSITION 53 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
           END-IF.
           EVALUATE WS-ModeOperacio
             WHEN "E" PERFORM EmetreBo
             WHEN "R" PERFORM ReimprimirBo
             WHEN "L" PERFORM LlistarRegistre
             WHEN "P"
               IF WS-PaquetActiu EQUAL "S"
                 PERFORM BonsPaquet
               END-IF
           END-EVALUATE.
           PERFORM Sortir.

             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-CodiServeiDem LINE 5 POSITION 23 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER, PROMPT" NO BEEP.
           PERFORM DescriureServei.
           IF WS-DetallServei EQUAL SPACES
             DISPLAY "ERROR!!! Servei desconegut" BEEP LINE 6
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           MOVE "S" TO WS-EsDuplicat.
           PERFORM ImprimirBo.

        DescriureServei.
           MOVE SPACES TO WS-DetallServei.
           IF WS-TipusDemanat EQUAL "H"
             OPEN INPUT FitxerHotels
             IF EstatFitxerHotels EQUAL "00"
               MOVE WS-CodiServeiDem TO CodiHotel
               READ FitxerHotels
               IF EstatFitxerHotels EQUAL "00"
                 STRING "ESTADA A " DELIMITED BY SIZE NomHotel
                   DELIMITED BY SIZE " (" DELIMITED BY SIZE
                   CiutatHotel DELIMITED BY "  " ")" DELIMITED BY
                   SIZE INTO WS-DetallServei
               END-IF
               CLOSE FitxerHotels
             END-IF
           ELSE
             OPEN INPUT FitxerExcursions
             IF EstatFitxerExcursions EQUAL "00"
               MOVE CodiViatgeReservat TO CodiViatgeExcursio
               MOVE WS-CodiServeiDem TO CodiExcursio
               READ FitxerExcursions
               IF EstatFitxerExcursions EQUAL "00"
                 STRING "EXCURSIO " DELIMITED BY SIZE
                   DescripcioExcursio DELIMITED BY SIZE INTO
                   WS-DetallServei
               END-IF
               CLOSE FitxerExcursions
             END-IF
           END-IF.

        ObtenirNumeroBo.
           OPEN I-O FitxerNumBons.
           IF EstatFitxerNumBons NOT EQUAL "00"
           CLOSE FitxerNumBons.

        ImprimirBo.
           IF WS-PaquetActiu EQUAL "S"
             MOVE "I" TO TipusSortida
             MOVE WS-PaquetFitxer TO WS-NomFitxerSortida
             OPEN EXTEND FitxerSortida
           ELSE
             PERFORM DemanarSortidaBo
           END-IF.
           MOVE SPACES TO LiniaSortida.
           EVALUATE WS-EsDuplicat
             WHEN "S"
               STRING "BONO DE SERVEI NUM. " DELIMITED BY SIZE
                 NumeroBo DELIMITED BY SIZE "  ** DUPLICAT **"
                 DELIMITED BY SIZE INTO LiniaSortida
             WHEN "P"
               STRING "BONO DE SERVEI NUM. " DELIMITED BY SIZE
                 NumeroBo DELIMITED BY SIZE "  ** COPIA GUIA **"
                 DELIMITED BY SIZE INTO LiniaSortida
             WHEN OTHER
               STRING "BONO DE SERVEI NUM. " DELIMITED BY SIZE
                 NumeroBo DELIMITED BY SIZE INTO LiniaSortida
           END-EVALUATE.
           WRITE LiniaSortida.
           PERFORM EscriureCosBo.
           CLOSE FitxerSortida.
           IF WS-PaquetActiu EQUAL "S"
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Bono emes amb el numero " LINE 10 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY NumeroBo LINE 10 POSITION 30
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Tecla NO BEEP.

        DemanarSortidaBo.
           MOVE "I" TO TipusSortida.
           DISPLAY "Sortida bono: (I)mpressora (F)itxer: " LINE 7
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             OPEN OUTPUT FitxerSortida
           END-IF.

        EscriureCosBo.
           MOVE WS-NomAgencia TO LiniaSortida.
           WRITE LiniaSortida.
           MOVE SPACES TO LiniaSortida.
           WRITE LiniaSortida.
           PERFORM EscriurePassatgerBo VARYING WS-IndexAcomp
             FROM 1 BY 1 UNTIL WS-IndexAcomp > 9.

        EscriurePassatgerBo.
           IF Acompanyants (WS-IndexAcomp) NOT EQUAL SPACES
             WRITE LiniaSortida
           END-IF.

        BonsPaquet.
           OPEN INPUT FitxerReserves.
           OPEN INPUT FitxerClients.
           MOVE 0 TO WS-NumBonsPaquet.
           MOVE 0 TO NumeroBo.
           START FitxerBons KEY IS GREATER THAN NumeroBo.
           IF EstatFitxerBons EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM TractarBoPaquet UNTIL FiFitxer = "SI"
           END-IF.
           IF WS-NumBonsPaquet EQUAL 0
             MOVE WS-PaquetFitxer TO WS-NomFitxerSortida
             OPEN EXTEND FitxerSortida
             MOVE "BONOS DE SERVEI" TO LiniaSortida
             WRITE LiniaSortida
             MOVE "CAP BONO EMES PER A AQUESTA SORTIDA" TO
               LiniaSortida
             WRITE LiniaSortida
             CLOSE FitxerSortida
           END-IF.

        TractarBoPaquet.
           READ FitxerBons NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer EQUAL "SI" OR BoAnulat
             EXIT PARAGRAPH
           END-IF.
           MOVE NumeroReservaBo TO NumeroReserva.
           READ FitxerReserves.
           IF EstatFitxerReserves NOT EQUAL "00"
             EXIT PARAGRAPH
           END-IF.
           IF CodiViatgeReservat EQUAL WS-PaquetCodiViatge AND
              DiaSortida EQUAL WS-PaquetDiaSortida
             MOVE TipusBo TO WS-TipusDemanat
             MOVE CodiServeiBo TO WS-CodiServeiDem
             PERFORM DescriureServei
             IF WS-DetallServei EQUAL SPACES
               STRING "SERVEI " DELIMITED BY SIZE TipusBo DELIMITED
                 BY SIZE " " DELIMITED BY SIZE CodiServeiBo
                 DELIMITED BY SIZE INTO WS-DetallServei
             END-IF
             MOVE "P" TO WS-EsDuplicat
             PERFORM ImprimirBo
             ADD 1 TO WS-NumBonsPaquet
           END-IF.

        LlistarRegistre.
           DISPLAY "REGISTRE DE BONOS" LINE 3 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
