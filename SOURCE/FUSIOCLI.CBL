         77 EstatFitxerValsRegal     PIC XX VALUE "00".
         77 WS-LimitDup              PIC 9(9) VALUE 0.
         77 WS-ExpoDup               PIC 9(9) VALUE 0.
         77 WS-TerminiDup            PIC 9(3) VALUE 0.
         77 WS-BloqueigDup           PIC X VALUE SPACE.
         77 WS-DataBloqueigDup       PIC X(10) VALUE SPACES.
         77 WS-ImportExcDup          PIC 9(5) VALUE 0.
         77 WS-EstatPresDup          PIC X.
         77 WS-DataChkDup            PIC X(10).
         77 Errorlevel               PIC 999.
         77 Segur                    PIC X VALUE "N".
         COPY SESSIO-W.CPY.
         COPY REGDIARI.CPY.
         77 WS-NomFitxerSortida      PIC X(40) VALUE SPACES.
         77 TipusSortida             PIC X VALUE "P".
           88 SortidaPantalla        VALUE "P".
         77 WS-HabDup                PIC X(5).
         77 WS-PlacesDup             PIC 9(4).
         77 WS-DataPeticioDup        PIC X(10).
         77 WS-OperacioXifrat        PIC X VALUE SPACE.
         77 WS-DocumentEntrada       PIC X(24) VALUE SPACES.
         77 WS-DocumentSortida       PIC X(24) VALUE SPACES.
         77 Fila                     PIC 99 VALUE 6.

       SCREEN SECTION.
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF DniAnulat EQUAL WS-DniDuplicat
               MOVE RegistreAnulacio TO RD-ImatgeAbans
               MOVE "RW" TO RD-Operacio
               MOVE WS-DniSupervivent TO DniAnulat
               REWRITE RegistreAnulacio
               PERFORM DiariAnulacio
               MOVE SPACES TO LiniaSortida
               STRING "ANUL-LACIO " DELIMITED BY SIZE NumeroAnulacio
                 DELIMITED BY SIZE " re-apuntada" DELIMITED BY SIZE
             READ FitxerDocumentsViatge
             IF EstatFitxerDocumentsViatge EQUAL "00"
               DELETE FitxerDocumentsViatge RECORD
               IF DocumentXifrat
                 PERFORM RexifrarDocument
               END-IF
               MOVE WS-DniSupervivent TO DniDocument
               WRITE RegistreDocumentViatge INVALID KEY
                 CONTINUE
             END-IF
           END-IF.

        RexifrarDocument.
           MOVE NumeroDocument TO WS-DocumentEntrada.
           MOVE "D" TO WS-OperacioXifrat.
           CALL "XIFRADAT.COB" USING WS-OperacioXifrat FormatDocument
             WS-DocumentEntrada WS-DocumentSortida DniDocument.
           MOVE WS-DocumentSortida TO WS-DocumentEntrada.
           MOVE "X" TO WS-OperacioXifrat.
           CALL "XIFRADAT.COB" USING WS-OperacioXifrat FormatDocument
             WS-DocumentEntrada WS-DocumentSortida WS-DniSupervivent.
           CANCEL "XIFRADAT.COB".
           MOVE WS-DocumentSortida TO NumeroDocument.
           MOVE "C" TO FormatDocument.
           MOVE SPACES TO WS-DocumentEntrada.
           MOVE SPACES TO WS-DocumentSortida.

        FusionarExcursionsDet.
           IF EstatFitxerDetallExcursions EQUAL "00"
             MOVE "NO" TO FiFitxer
             IF EstatFitxerCreditEmpreses EQUAL "00"
               MOVE LimitCredit TO WS-LimitDup
               MOVE ExposicioActual TO WS-ExpoDup
               MOVE DiesTerminiPagament TO WS-TerminiDup
               MOVE BloqueigReclamacio TO WS-BloqueigDup
               MOVE DataBloqueigReclamacio TO WS-DataBloqueigDup
               DELETE FitxerCreditEmpreses RECORD
               MOVE WS-DniSupervivent TO DniEmpresa
               READ FitxerCreditEmpreses
                 IF WS-LimitDup > LimitCredit
                   MOVE WS-LimitDup TO LimitCredit
                 END-IF
                 IF WS-BloqueigDup EQUAL "B" AND
                    NOT CreditBloquejatReclamacio
                   MOVE WS-BloqueigDup TO BloqueigReclamacio
                   MOVE WS-DataBloqueigDup TO DataBloqueigReclamacio
                 END-IF
                 REWRITE RegistreCreditEmpresa
               ELSE
                 MOVE WS-DniSupervivent TO DniEmpresa
                 MOVE WS-LimitDup TO LimitCredit
                 MOVE WS-ExpoDup TO ExposicioActual
                 MOVE WS-TerminiDup TO DiesTerminiPagament
                 MOVE WS-BloqueigDup TO BloqueigReclamacio
                 MOVE WS-DataBloqueigDup TO DataBloqueigReclamacio
                 WRITE RegistreCreditEmpresa
               END-IF
               MOVE "CREDIT EMPRESA traspassat" TO LiniaSortida
             SIZE INTO LiniaSortida.
           PERFORM EscriureLiniaAudit.

        DiariAnulacio.
           IF EstatFitxerAnulacions EQUAL "00"
             MOVE "ANULACIO" TO RD-Fitxer
             MOVE RegistreAnulacio TO RD-ImatgeDespres
             CALL "REGDIARI.COB" USING PeticioDiari
             CANCEL "REGDIARI.COB"
           END-IF.

        Sortir.
           CLOSE FitxerClients.
           CLOSE FitxerReserves.
