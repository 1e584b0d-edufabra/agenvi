         77 WS-TotalBanc             PIC 9(9) VALUE 0.
         77 WS-TotalVals             PIC 9(9) VALUE 0.
         77 WS-TotalDia              PIC 9(9) VALUE 0.
         77 WS-LliuratGuies          PIC 9(9) VALUE 0.
         77 WS-RetornatGuies         PIC 9(9) VALUE 0.
         77 WS-EfectiuNet            PIC S9(9) VALUE 0.
         77 ED-EfectiuNet            PIC -ZZZZZZZ9.
         77 NumOperadors             PIC 9(2) VALUE 0.
         77 WS-Index                 PIC 9(2).
         77 WS-IndexTrobat           PIC 9(2).
               IF MetodePagament EQUAL "V"
                 ADD ImportPagament TO WS-TotalVals
               ELSE
                 IF NOT PagamentRetornat AND NOT MovimentGuia
                   PERFORM AcumularMoviment
                 END-IF
                 IF MovimentGuia
                   PERFORM AcumularMovimentGuia
                 END-IF
               END-IF
             END-IF
           END-IF.
             END-IF
           END-IF.

        AcumularMovimentGuia.
           IF PagamentBestretaGuia
             ADD ImportPagament TO WS-LliuratGuies
           ELSE
             ADD ImportPagament TO WS-RetornatGuies
           END-IF.

        ComprovarOperador.
           IF WS-OperNom(WS-Index) EQUAL UsuariPagament
             MOVE "S" TO WS-Trobat
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 9 POSITION 25
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-LliuratGuies TO ED-Import.
           MOVE "Lliurat guies: " TO WS-EtiquetaLinia.
           PERFORM EscriureLiniaMetode.
           DISPLAY "Lliurat guies: " LINE 5 POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 5 POSITION 60
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE WS-RetornatGuies TO ED-Import.
           MOVE "Retornat guies:" TO WS-EtiquetaLinia.
           PERFORM EscriureLiniaMetode.
           DISPLAY "Retornat guies:" LINE 6 POSITION 40
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE 6 POSITION 60
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           COMPUTE WS-EfectiuNet = WS-TotalEfectiu + WS-RetornatGuies
             - WS-LliuratGuies.
           MOVE WS-EfectiuNet TO ED-EfectiuNet.
           DISPLAY "Efectiu net:   " LINE 7 POSITION 40
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY ED-EfectiuNet LINE 7 POSITION 59
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           IF NOT SortidaPantalla
             MOVE SPACES TO LiniaSortida
             STRING "Efectiu net:   " DELIMITED BY SIZE
               ED-EfectiuNet DELIMITED BY SIZE INTO LiniaSortida
             WRITE LiniaSortida
           END-IF.
           MOVE WS-TotalDia TO ED-Import.
           MOVE "TOTAL DIA:     " TO WS-EtiquetaLinia.
           PERFORM EscriureLiniaMetode.
