           READ FitxerNotificacions NEXT RECORD, AT END MOVE "SI"
             TO FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF NotificacioEnviada OR NotificacioDescartada
               MOVE DataGeneracio TO WS-DataText
               PERFORM CalcularDiesReg
               IF WS-DiesReg < WS-DiesLimit
           READ FitxerAnulacions NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF RetornPagat OR RetornAnulat OR ImportRetorn EQUAL 0
               MOVE DataAnulacio TO WS-DataText
               PERFORM CalcularDiesReg
               IF WS-DiesReg < WS-DiesLimit
