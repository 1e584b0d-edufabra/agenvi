             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           PERFORM DemanarSortida.
           MOVE "NO" TO FiFitxer.
           MOVE 0 TO CodiViatgeReservat.
           MOVE LOW-VALUES TO DiaSortida.
           START FitxerReserves KEY IS NOT LESS THAN ClauSortida.
           IF EstatFitxerReserves NOT EQUAL "00"
             MOVE "SI" TO FiFitxer
           END-IF.
           PERFORM SumarReserva UNTIL FiFitxer = "SI".
           DISPLAY "QUADRE DE PLACES (auditoria)" LINE 3 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             MOVE "N" TO WS-Trobat
             IF NumTrips > 0
               MOVE NumTrips TO WS-Index
               PERFORM CercarTrip
             END-IF
             IF NOT Trobat
               IF NumTrips < 500
                 ADD 1 TO NumTrips
