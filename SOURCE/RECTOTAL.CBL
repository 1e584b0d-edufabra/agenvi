           READ FitxerPagaments NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF NOT PagamentRetornat AND NOT MovimentGuia
               UNSTRING DataPagament DELIMITED BY "/" INTO
                 WS-DiaReg WS-MesReg WS-AnyReg
               PERFORM ConvertirDataComp
