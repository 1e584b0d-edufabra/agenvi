       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulRetrocessionsTargeta.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FRETRO.CPY.
            COPY S-FRESER.CPY.
            COPY S-FCLIEN.CPY.
            COPY S-FCREDI.CPY.
            COPY S-FPAGAM.CPY.
            COPY S-FNUMPG.CPY.
            COPY S-FTASQ.CPY.
            COPY S-FNUMTA.CPY.
            COPY S-FDIARI.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-RETRO.CPY.
          COPY FD-RESER.CPY.
          COPY FD-CLIEN.CPY.
          COPY FD-CREDI.CPY.
          COPY FD-PAGAM.CPY.
          COPY FD-NUMPG.CPY.
          COPY FD-TASQ.CPY.
          COPY FD-NUMTA.CPY.
          COPY FD-DIARI.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerRetrocessions PIC XX VALUE "00".
         77 EstatFitxerReserves      PIC XX VALUE "00".
         77 EstatFitxerClients       PIC XX VALUE "00".
         77 EstatFitxerCreditEmpreses PIC XX VALUE "00".
         77 EstatFitxerPagaments     PIC XX VALUE "00".
         77 EstatFitxerNumPagaments  PIC XX VALUE "00".
         77 EstatFitxerTasques       PIC XX VALUE "00".
         77 EstatFitxerNumTasques    PIC XX VALUE "00".
         77 EstatFitxerDiari         PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 6.
         77 Tecla                    PIC X.
         77 Segur                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         COPY SESSIO-W.CPY.
         COPY REGDIARI.CPY.
         77 WS-ModeOperacio          PIC X VALUE SPACE.
         77 WS-NumeroPagamentCerca   PIC 9(7) VALUE 0.
         77 WS-NumeroRetroCerca      PIC 9(7) VALUE 0.
         77 WS-ImportOriginal        PIC 9(7) VALUE 0.
         77 WS-ImportJaRetrocedit    PIC 9(7) VALUE 0.
         77 WS-ImportDisponible      PIC 9(7) VALUE 0.
         77 WS-ImportMoviment        PIC 9(7) VALUE 0.
         77 WS-MetodeMoviment        PIC X VALUE SPACE.
         77 WS-NumeroReservaRetro    PIC 9(7) VALUE 0.
         77 WS-DniRetro              PIC X(9) VALUE SPACES.
         77 WS-DataRetroTxt          PIC X(10) VALUE SPACES.
         77 WS-CodiMotiu             PIC X(4) VALUE SPACES.
         77 WS-ImportRetro           PIC 9(7) VALUE 0.
         77 WS-NumeroTascaNova       PIC 9(7) VALUE 0.
         77 WS-NumeroPagamentNou     PIC 9(7) VALUE 0.
         77 WS-ReservaTrobada        PIC X VALUE "N".
         77 WS-NumObertes            PIC 9(5) VALUE 0.
         77 ED-Import                PIC ZZZZZZ9.
         01 WS-ImatgeAbans           PIC X(527).
         01 WS-DataSistema           PIC 9(8).
         01 WS-DataSistemaR REDEFINES WS-DataSistema.
           02 WS-AnySistema          PIC 9(4).
           02 WS-MesSistema          PIC 99.
           02 WS-DiaSistema          PIC 99.
         01 WS-HoraSistema           PIC 9(8).
         01 WS-HoraSistemaR REDEFINES WS-HoraSistema.
           02 WS-HoresSistema        PIC 99.
           02 WS-MinutsSistema       PIC 99.
           02 WS-SegonsSistema       PIC 99.
           02 WS-Centesimes          PIC 99.
         77 WS-DataAvui              PIC X(10).

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerRetrocessions, FitxerReserves, FitxerPagaments.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           IF WS-RolSessioConsulta
             DISPLAY "ERROR!!! Usuari sense permis per retrocessions"
               BEEP LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           OPEN I-O FitxerReserves.
           IF EstatFitxerReserves NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Reserves NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           OPEN I-O FitxerPagaments.
           IF EstatFitxerPagaments NOT EQUAL "00"
             DISPLAY "ERROR!!! Fitxer Pagaments NO existeix" BEEP
               LINE 11 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             CLOSE FitxerReserves
             EXIT PROGRAM
           END-IF.
           OPEN I-O FitxerRetrocessions.
           IF EstatFitxerRetrocessions NOT EQUAL "00"
             OPEN OUTPUT FitxerRetrocessions
             CLOSE FitxerRetrocessions
             OPEN I-O FitxerRetrocessions
           END-IF.
           ACCEPT WS-DataSistema FROM DATE YYYYMMDD.
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnySistema DELIMITED BY SIZE INTO WS-DataAvui.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 0 1 20 75" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           DISPLAY "RETROCESSIONS DE PAGAMENTS AMB TARGETA" LINE 1
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "(A)notar (D)isputar (G)uanyada (P)erduda (L)listar:"
             LINE 2 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-ModeOperacio LINE 2 POSITION 58 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           EVALUATE WS-ModeOperacio
             WHEN "A" PERFORM AnotarRetrocessio
             WHEN "D" PERFORM DisputarRetrocessio
             WHEN "G" PERFORM RetrocessioGuanyada
             WHEN "P" PERFORM RetrocessioPerduda
             WHEN "L" PERFORM LlistarObertes
           END-EVALUATE.
           PERFORM Sortir.

        AnotarRetrocessio.
           DISPLAY "Numero de pagament original: " LINE 4 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-NumeroPagamentCerca LINE 4 POSITION 35 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, PROMPT" NO BEEP.
           MOVE WS-NumeroPagamentCerca TO NumeroPagament.
           READ FitxerPagaments.
           IF EstatFitxerPagaments NOT EQUAL "00"
             DISPLAY "ERROR!!! Pagament NO existeix" BEEP LINE 11
               POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
           ELSE
             IF NOT PagamentTargeta
               DISPLAY "ERROR!!! El pagament NO es amb targeta" BEEP
                 LINE 11 POSITION 10 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE"
               ACCEPT Tecla NO BEEP
             ELSE
               PERFORM DemanarDadesRetrocessio
             END-IF
           END-IF.

        DemanarDadesRetrocessio.
           MOVE ImportPagament TO WS-ImportOriginal.
           MOVE NumeroReservaPagat TO WS-NumeroReservaRetro.
           MOVE DniPagament TO WS-DniRetro.
           PERFORM CalcularJaRetrocedit.
           IF WS-ImportJaRetrocedit >= WS-ImportOriginal
             DISPLAY "ERROR!!! Pagament ja retrocedit totalment" BEEP
               LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
           ELSE
             COMPUTE WS-ImportDisponible = WS-ImportOriginal -
               WS-ImportJaRetrocedit
             DISPLAY "Reserva: " LINE 5 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY WS-NumeroReservaRetro LINE 5 POSITION 14
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "Import retrocedible: " LINE 5 POSITION 25
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             MOVE WS-ImportDisponible TO ED-Import
             DISPLAY ED-Import LINE 5 POSITION 46
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "Data de la retrocessio (DD/MM/AAAA): " LINE 6
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             MOVE WS-DataAvui TO WS-DataRetroTxt
             ACCEPT WS-DataRetroTxt LINE 6 POSITION 43 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPDATE" NO BEEP
             DISPLAY "Codi de motiu: " LINE 7 POSITION 5
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT WS-CodiMotiu LINE 7 POSITION 21 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP
             DISPLAY "Import (0 = tot el retrocedible): " LINE 8
               POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             MOVE 0 TO WS-ImportRetro
             ACCEPT WS-ImportRetro LINE 8 POSITION 40 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE" NO BEEP
             IF WS-ImportRetro EQUAL 0
               MOVE WS-ImportDisponible TO WS-ImportRetro
             END-IF
             IF WS-ImportRetro > WS-ImportDisponible
               DISPLAY "ERROR!!! Import superior al pagament" BEEP
                 LINE 11 POSITION 10 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE"
               ACCEPT Tecla NO BEEP
             ELSE
               PERFORM GravarRetrocessio
             END-IF
           END-IF.

        CalcularJaRetrocedit.
           MOVE 0 TO WS-ImportJaRetrocedit.
           MOVE WS-NumeroPagamentCerca TO NumeroPagamentRetro.
           START FitxerRetrocessions KEY IS EQUAL TO
             NumeroPagamentRetro.
           IF EstatFitxerRetrocessions EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM SumarRetrocessioPagament UNTIL FiFitxer = "SI"
           END-IF.

        SumarRetrocessioPagament.
           READ FitxerRetrocessions NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF NumeroPagamentRetro NOT EQUAL WS-NumeroPagamentCerca
               MOVE "SI" TO FiFitxer
             ELSE
               IF NOT RetroGuanyada
                 ADD ImportRetro TO WS-ImportJaRetrocedit
               END-IF
             END-IF
           END-IF.

        GravarRetrocessio.
           MOVE WS-ImportRetro TO WS-ImportMoviment.
           MOVE WS-NumeroReservaRetro TO NumeroReserva.
           READ FitxerReserves.
           IF EstatFitxerReserves EQUAL "00"
             MOVE "S" TO WS-ReservaTrobada
             MOVE Reserva TO WS-ImatgeAbans
             IF WS-ImportRetro > ImportPagat
               MOVE 0 TO ImportPagat
             ELSE
               SUBTRACT WS-ImportRetro FROM ImportPagat
             END-IF
             REWRITE Reserva
             MOVE "RESERVES" TO DI-Fitxer
             MOVE "RW" TO DI-Operacio
             MOVE WS-ImatgeAbans TO DI-ImatgeAbans
             MOVE Reserva TO DI-ImatgeDespres
             PERFORM RegistrarDiari
             PERFORM RestaurarExposicioEmpresa
           ELSE
             MOVE "N" TO WS-ReservaTrobada
             MOVE WS-DniRetro TO DniReserva
           END-IF.
           MOVE "R" TO WS-MetodeMoviment.
           PERFORM RegistrarMovimentPagament.
           PERFORM CrearTascaTrucada.
           PERFORM ObtenirNumeroRetrocessio.
           MOVE WS-NumeroPagamentCerca TO NumeroPagamentRetro.
           MOVE WS-NumeroReservaRetro TO NumeroReservaRetro.
           MOVE WS-DniRetro TO DniRetro.
           MOVE WS-DataRetroTxt TO DataRetro.
           MOVE WS-CodiMotiu TO CodiMotiuRetro.
           MOVE WS-ImportRetro TO ImportRetro.
           MOVE "R" TO EstatRetro.
           MOVE SPACES TO DataResolucioRetro.
           MOVE WS-NomUsuariSessio TO UsuariRetro.
           MOVE WS-NumeroTascaNova TO NumeroTascaRetro.
           MOVE 0 TO NumeroPagamentRestituit.
           WRITE RegistreRetrocessio.
           DISPLAY "Retrocessio anotada amb el numero " LINE 10
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY NumeroRetrocessio LINE 10 POSITION 39
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF WS-ReservaTrobada EQUAL "N"
             DISPLAY "ATENCIO: reserva NO trobada, saldo no reobert"
               LINE 12 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-IF.
           ACCEPT Tecla NO BEEP.

        ObtenirNumeroRetrocessio.
           OPEN I-O FitxerNumPagaments.
           IF EstatFitxerNumPagaments NOT EQUAL "00"
             OPEN OUTPUT FitxerNumPagaments
             CLOSE FitxerNumPagaments
             OPEN I-O FitxerNumPagaments
           END-IF.
           MOVE "NUMRETRO" TO ClauNumPagaments.
           READ FitxerNumPagaments
             INVALID KEY MOVE 0 TO UltimNumeroPagament
           END-READ.
           ADD 1 TO UltimNumeroPagament.
           IF EstatFitxerNumPagaments EQUAL "00"
             REWRITE RegistreNumPagaments
           ELSE
             WRITE RegistreNumPagaments
           END-IF.
           MOVE UltimNumeroPagament TO NumeroRetrocessio.
           CLOSE FitxerNumPagaments.

        DemanarRetrocessio.
           DISPLAY "Numero de retrocessio: " LINE 4 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT WS-NumeroRetroCerca LINE 4 POSITION 29 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, PROMPT" NO BEEP.
           MOVE WS-NumeroRetroCerca TO NumeroRetrocessio.
           READ FitxerRetrocessions.
           IF EstatFitxerRetrocessions NOT EQUAL "00"
             DISPLAY "ERROR!!! Retrocessio NO existeix" BEEP LINE 11
               POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
           ELSE
             PERFORM MostrarRetrocessio
           END-IF.

        MostrarRetrocessio.
           DISPLAY "Pagament: " LINE 5 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY NumeroPagamentRetro LINE 5 POSITION 15
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Reserva: " LINE 5 POSITION 25
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY NumeroReservaRetro LINE 5 POSITION 34
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Motiu: " LINE 5 POSITION 44
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY CodiMotiuRetro LINE 5 POSITION 51
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Data: " LINE 6 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DataRetro LINE 6 POSITION 11
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Import: " LINE 6 POSITION 25
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE ImportRetro TO ED-Import.
           DISPLAY ED-Import LINE 6 POSITION 33
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Estat: " LINE 6 POSITION 44
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY EstatRetro LINE 6 POSITION 51
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".

        DisputarRetrocessio.
           PERFORM DemanarRetrocessio.
           IF EstatFitxerRetrocessions EQUAL "00"
             IF NOT RetroRebuda
               DISPLAY "ERROR!!! Retrocessio ja disputada o resolta"
                 BEEP LINE 11 POSITION 10 CONTROL
                 "FCOLOR=GREY, BCOLOR=WHITE"
               ACCEPT Tecla NO BEEP
             ELSE
               MOVE "D" TO EstatRetro
               MOVE WS-NomUsuariSessio TO UsuariRetro
               REWRITE RegistreRetrocessio
               DISPLAY "Retrocessio marcada com a disputada" LINE 8
                 POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               ACCEPT Tecla NO BEEP
             END-IF
           END-IF.

        RetrocessioGuanyada.
           PERFORM DemanarRetrocessio.
           IF EstatFitxerRetrocessions EQUAL "00"
             IF NOT RetroOberta
               DISPLAY "ERROR!!! Retrocessio ja resolta" BEEP LINE 11
                 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               ACCEPT Tecla NO BEEP
             ELSE
               PERFORM ConfirmarResolucio
               IF Segur EQUAL "S"
                 PERFORM RestituirPagament
               END-IF
             END-IF
           END-IF.

        RetrocessioPerduda.
           PERFORM DemanarRetrocessio.
           IF EstatFitxerRetrocessions EQUAL "00"
             IF NOT RetroOberta
               DISPLAY "ERROR!!! Retrocessio ja resolta" BEEP LINE 11
                 POSITION 10 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               ACCEPT Tecla NO BEEP
             ELSE
               PERFORM ConfirmarResolucio
               IF Segur EQUAL "S"
                 MOVE "P" TO EstatRetro
                 MOVE WS-DataAvui TO DataResolucioRetro
                 MOVE WS-NomUsuariSessio TO UsuariRetro
                 REWRITE RegistreRetrocessio
                 DISPLAY "Retrocessio perduda: import passat a fallit"
                   LINE 10 POSITION 5 CONTROL
                   "FCOLOR=GREY, BCOLOR=WHITE"
                 ACCEPT Tecla NO BEEP
               END-IF
             END-IF
           END-IF.

        ConfirmarResolucio.
           DISPLAY "Confirmar la resolucio (S/N)? " LINE 8 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE "N" TO Segur.
           ACCEPT Segur LINE 8 POSITION 36 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.

        RestituirPagament.
           MOVE NumeroPagamentRetro TO WS-NumeroPagamentCerca.
           MOVE ImportRetro TO WS-ImportMoviment.
           MOVE NumeroReservaRetro TO NumeroReserva.
           READ FitxerReserves.
           IF EstatFitxerReserves EQUAL "00"
             MOVE Reserva TO WS-ImatgeAbans
             ADD ImportRetro TO ImportPagat
             REWRITE Reserva
             MOVE "RESERVES" TO DI-Fitxer
             MOVE "RW" TO DI-Operacio
             MOVE WS-ImatgeAbans TO DI-ImatgeAbans
             MOVE Reserva TO DI-ImatgeDespres
             PERFORM RegistrarDiari
             PERFORM ReduirExposicioEmpresa
           ELSE
             MOVE NumeroReservaRetro TO NumeroReserva
             MOVE DniRetro TO DniReserva
           END-IF.
           MOVE "T" TO WS-MetodeMoviment.
           PERFORM RegistrarMovimentPagament.
           MOVE "G" TO EstatRetro.
           MOVE WS-DataAvui TO DataResolucioRetro.
           MOVE WS-NomUsuariSessio TO UsuariRetro.
           MOVE WS-NumeroPagamentNou TO NumeroPagamentRestituit.
           REWRITE RegistreRetrocessio.
           DISPLAY "Pagament restituit amb el numero " LINE 10
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NumeroPagamentNou LINE 10 POSITION 38
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Tecla NO BEEP.

        RestaurarExposicioEmpresa.
           OPEN INPUT FitxerClients.
           IF EstatFitxerClients EQUAL "00"
             MOVE DniReserva TO Dni
             READ FitxerClients
             IF EstatFitxerClients EQUAL "00" AND ClientEmpresa
               OPEN I-O FitxerCreditEmpreses
               IF EstatFitxerCreditEmpreses EQUAL "00"
                 MOVE DniReserva TO DniEmpresa
                 READ FitxerCreditEmpreses
                 IF EstatFitxerCreditEmpreses EQUAL "00"
                   ADD WS-ImportMoviment TO ExposicioActual
                   REWRITE RegistreCreditEmpresa
                 END-IF
                 CLOSE FitxerCreditEmpreses
               END-IF
             END-IF
             CLOSE FitxerClients
           END-IF.

        ReduirExposicioEmpresa.
           OPEN INPUT FitxerClients.
           IF EstatFitxerClients EQUAL "00"
             MOVE DniReserva TO Dni
             READ FitxerClients
             IF EstatFitxerClients EQUAL "00" AND ClientEmpresa
               OPEN I-O FitxerCreditEmpreses
               IF EstatFitxerCreditEmpreses EQUAL "00"
                 MOVE DniReserva TO DniEmpresa
                 READ FitxerCreditEmpreses
                 IF EstatFitxerCreditEmpreses EQUAL "00"
                   IF WS-ImportMoviment > ExposicioActual
                     MOVE 0 TO ExposicioActual
                   ELSE
                     SUBTRACT WS-ImportMoviment FROM ExposicioActual
                   END-IF
                   REWRITE RegistreCreditEmpresa
                 END-IF
                 CLOSE FitxerCreditEmpreses
               END-IF
             END-IF
             CLOSE FitxerClients
           END-IF.

        RegistrarMovimentPagament.
           MOVE NumeroReserva TO NumeroReservaPagat.
           MOVE DniReserva TO DniPagament.
           MOVE WS-DataAvui TO DataPagament.
           ACCEPT WS-HoraSistema FROM TIME.
           MOVE SPACES TO HoraPagament.
           STRING WS-HoresSistema DELIMITED BY SIZE ":" DELIMITED
             BY SIZE WS-MinutsSistema DELIMITED BY SIZE ":"
             DELIMITED BY SIZE WS-SegonsSistema DELIMITED BY SIZE
             INTO HoraPagament.
           MOVE WS-NomUsuariSessio TO UsuariPagament.
           MOVE WS-ImportMoviment TO ImportPagament.
           MOVE WS-MetodeMoviment TO MetodePagament.
           MOVE WS-OficinaSessio TO OficinaPagament.
           MOVE SPACE TO ConciliatPagament.
           MOVE 0 TO NumeroRebutComu.
           PERFORM ObtenirNumeroPagament.
           WRITE RegistrePagament.
           MOVE "WR" TO RD-Operacio.
           MOVE SPACES TO RD-ImatgeAbans.
           PERFORM DiariPagament.
           MOVE NumeroPagament TO WS-NumeroPagamentNou.

        DiariPagament.
           IF EstatFitxerPagaments EQUAL "00"
             MOVE "PAGAMENT" TO RD-Fitxer
             MOVE RegistrePagament TO RD-ImatgeDespres
             CALL "REGDIARI.COB" USING PeticioDiari
             CANCEL "REGDIARI.COB"
           END-IF.

        ObtenirNumeroPagament.
           OPEN I-O FitxerNumPagaments.
           IF EstatFitxerNumPagaments NOT EQUAL "00"
             OPEN OUTPUT FitxerNumPagaments
             CLOSE FitxerNumPagaments
             OPEN I-O FitxerNumPagaments
           END-IF.
           MOVE "NUMPAGAM" TO ClauNumPagaments.
           READ FitxerNumPagaments
             INVALID KEY MOVE 0 TO UltimNumeroPagament
           END-READ.
           ADD 1 TO UltimNumeroPagament.
           IF EstatFitxerNumPagaments EQUAL "00"
             REWRITE RegistreNumPagaments
           ELSE
             WRITE RegistreNumPagaments
           END-IF.
           MOVE UltimNumeroPagament TO NumeroPagament.
           CLOSE FitxerNumPagaments.

        CrearTascaTrucada.
           OPEN I-O FitxerTasques.
           IF EstatFitxerTasques NOT EQUAL "00"
             OPEN OUTPUT FitxerTasques
             CLOSE FitxerTasques
             OPEN I-O FitxerTasques
           END-IF.
           MOVE WS-DniRetro TO DniTasca.
           MOVE WS-NumeroReservaRetro TO NumeroReservaTasca.
           MOVE WS-DataSistema TO DataVencimentTasca.
           MOVE SPACES TO TextTasca.
           STRING "TRUCAR CLIENT: RETROCESSIO TARGETA PAGAMENT "
             DELIMITED BY SIZE WS-NumeroPagamentCerca DELIMITED BY
             SIZE INTO TextTasca.
           MOVE "P" TO EstatTasca.
           MOVE WS-NomUsuariSessio TO UsuariTasca.
           PERFORM ObtenirNumeroTasca.
           WRITE RegistreTasca.
           MOVE NumeroTasca TO WS-NumeroTascaNova.
           CLOSE FitxerTasques.

        ObtenirNumeroTasca.
           OPEN I-O FitxerNumTasques.
           IF EstatFitxerNumTasques NOT EQUAL "00"
             OPEN OUTPUT FitxerNumTasques
             CLOSE FitxerNumTasques
             OPEN I-O FitxerNumTasques
           END-IF.
           MOVE "NUMTASCA" TO ClauNumTasques.
           READ FitxerNumTasques
             INVALID KEY MOVE 0 TO UltimNumeroTasca
           END-READ.
           ADD 1 TO UltimNumeroTasca.
           IF EstatFitxerNumTasques EQUAL "00"
             REWRITE RegistreNumTasques
           ELSE
             WRITE RegistreNumTasques
           END-IF.
           MOVE UltimNumeroTasca TO NumeroTasca.
           CLOSE FitxerNumTasques.

        LlistarObertes.
           DISPLAY "NUM.     PAGAMENT RESERVA  DATA       MOTIU  IMPORT"
             LINE 4 POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE 5 TO Fila.
           MOVE 0 TO NumeroRetrocessio.
           START FitxerRetrocessions KEY IS GREATER THAN
             NumeroRetrocessio.
           IF EstatFitxerRetrocessions EQUAL "00"
             MOVE "NO" TO FiFitxer
             PERFORM LlistarUnaRetrocessio UNTIL FiFitxer = "SI"
           END-IF.
           DISPLAY "Retrocessions obertes: " LINE 21 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY WS-NumObertes LINE 21 POSITION 28
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           ACCEPT Tecla NO BEEP.

        LlistarUnaRetrocessio.
           READ FitxerRetrocessions NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF RetroOberta
               ADD 1 TO WS-NumObertes
               DISPLAY NumeroRetrocessio LINE Fila POSITION 5
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY NumeroPagamentRetro LINE Fila POSITION 14
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY NumeroReservaRetro LINE Fila POSITION 23
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY DataRetro LINE Fila POSITION 32
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY CodiMotiuRetro LINE Fila POSITION 43
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               MOVE ImportRetro TO ED-Import
               DISPLAY ED-Import LINE Fila POSITION 49
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY EstatRetro LINE Fila POSITION 58
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               ADD 1 TO Fila
               IF Fila > 19
                 ACCEPT Tecla NO BEEP
                 MOVE 5 TO Fila
               END-IF
             END-IF
           END-IF.

        RegistrarDiari.
           OPEN EXTEND FitxerDiari.
           IF EstatFitxerDiari NOT EQUAL "00"
             OPEN OUTPUT FitxerDiari
             CLOSE FitxerDiari
             OPEN EXTEND FitxerDiari
           END-IF.
           ACCEPT WS-DataSistema FROM DATE YYYYMMDD.
           ACCEPT WS-HoraSistema FROM TIME.
           MOVE SPACES TO DI-Data.
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnySistema DELIMITED BY SIZE INTO DI-Data.
           MOVE SPACES TO DI-Hora.
           STRING WS-HoresSistema DELIMITED BY SIZE ":" DELIMITED BY
             SIZE WS-MinutsSistema DELIMITED BY SIZE ":" DELIMITED
             BY SIZE WS-SegonsSistema DELIMITED BY SIZE INTO DI-Hora.
           MOVE WS-NomUsuariSessio TO DI-Usuari.
           WRITE LiniaDiari.
           CLOSE FitxerDiari.

        Sortir.
           CLOSE FitxerRetrocessions.
           CLOSE FitxerPagaments.
           CLOSE FitxerReserves.
           EXIT PROGRAM.
