       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulReclamacioFactures.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FVENCI.CPY.
            COPY S-FCREDI.CPY.
            COPY S-FNOTIF.CPY.
            COPY S-FNUMNO.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-VENCI.CPY.
          COPY FD-CREDI.CPY.
          COPY FD-NOTIF.CPY.
          COPY FD-NUMNO.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerVenciments    PIC XX VALUE "00".
         77 EstatFitxerCreditEmpreses PIC XX VALUE "00".
         77 EstatFitxerNotificacions PIC XX VALUE "00".
         77 EstatFitxerNumNotificacions PIC XX VALUE "00".
         77 FiFitxer                 PIC XX VALUE "NO".
         77 Fila                     PIC 99 VALUE 6.
         77 Tecla                    PIC X.
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.
         77 Segur                    PIC X VALUE "N".
         77 WS-ClauParam             PIC X(12) VALUE SPACES.
         77 WS-ValorParam            PIC X(40) VALUE SPACES.
         77 WS-ResultatParam         PIC XX VALUE "NO".
         77 WS-DiesEntreNivells      PIC 9(3) VALUE 7.
         77 WS-Reclamar              PIC X VALUE "N".
         77 WS-DataNegociText        PIC X(10) VALUE SPACES.
         77 WS-ImportDeute           PIC 9(7) VALUE 0.
         77 ED-Import                PIC ZZZZZZ9.
         77 WS-NumNivell1            PIC 9(5) VALUE 0.
         77 WS-NumNivell2            PIC 9(5) VALUE 0.
         77 WS-NumNivell3            PIC 9(5) VALUE 0.
         77 WS-NumBloquejades        PIC 9(5) VALUE 0.
         COPY SESSIO-W.CPY.
         COPY DIESFEIN.CPY.
         01 WS-DataNegoci            PIC 9(8).
         01 WS-DataNegociR REDEFINES WS-DataNegoci.
           02 WS-AnyNegoci           PIC 9(4).
           02 WS-MesNegoci           PIC 99.
           02 WS-DiaNegoci           PIC 99.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       PROCEDURE DIVISION.
        DECLARATIVES.
          PRIMERA SECTION.
             USE AFTER STANDARD ERROR PROCEDURE ON
                 FitxerVenciments, FitxerCreditEmpreses,
                 FitxerNotificacions.
         END DECLARATIVES.
        SEGUNDA SECTION.

        Principal.
           IF WS-RolSessioConsulta
             DISPLAY "ERROR!!! Usuari sense permis per reclamar"
               BEEP LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           OPEN I-O FitxerVenciments.
           IF EstatFitxerVenciments NOT EQUAL "00"
             DISPLAY "ERROR!!! NO hi ha factures d'empresa amb"
               BEEP LINE 11 POSITION 10 CONTROL
               "FCOLOR=GREY, BCOLOR=WHITE"
             DISPLAY "venciment" LINE 12 POSITION 10
               CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             ACCEPT Tecla NO BEEP
             EXIT PROGRAM
           END-IF.
           OPEN I-O FitxerCreditEmpreses.
           IF EstatFitxerCreditEmpreses NOT EQUAL "00"
             OPEN OUTPUT FitxerCreditEmpreses
             CLOSE FitxerCreditEmpreses
             OPEN I-O FitxerCreditEmpreses
           END-IF.
           OPEN I-O FitxerNotificacions.
           IF EstatFitxerNotificacions NOT EQUAL "00"
             OPEN OUTPUT FitxerNotificacions
             CLOSE FitxerNotificacions
             OPEN I-O FitxerNotificacions
           END-IF.
           MOVE "GRABA.EXE" TO Programa.
           MOVE "DEFAULT.SCR 2 0 23 80" TO Parametres.
           CALL "COBDOS\COBDOS.EXE" USING
                 Estat-Shell Errorlevel Programa Parametres
           CANCEL "COBDOS\COBDOS.EXE".
           CALL "DATANEGO.COB" USING WS-DataNegoci.
           CANCEL "DATANEGO.COB".
           STRING WS-DiaNegoci DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesNegoci DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnyNegoci DELIMITED BY SIZE INTO
             WS-DataNegociText.
           MOVE "DIESRECLAM  " TO WS-ClauParam.
           CALL "LLEGPARA.COB" USING WS-ClauParam WS-ValorParam
             WS-ResultatParam.
           CANCEL "LLEGPARA.COB".
           IF WS-ResultatParam EQUAL "OK" AND
              WS-ValorParam(1:3) NUMERIC
             MOVE WS-ValorParam(1:3) TO WS-DiesEntreNivells
           END-IF.
           DISPLAY "RECLAMACIO DE FACTURES D'EMPRESA VENCUDES" LINE 2
             POSITION 5 CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "Generar les cartes de reclamacio (S/N) ? " LINE 3
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           MOVE "N" TO Segur.
           ACCEPT Segur LINE 3 POSITION 47 CONTROL
             "FCOLOR=GREY, BCOLOR=WHITE, UPPER" NO BEEP.
           IF Segur NOT EQUAL "S"
             PERFORM Sortir
           END-IF.
           DISPLAY "FACTURA" LINE 5 POSITION 5
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "EMPRESA" LINE 5 POSITION 14
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "PENDENT" LINE 5 POSITION 25
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           DISPLAY "NIVELL" LINE 5 POSITION 35
             CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
           MOVE 6 TO Fila.
           MOVE "NO" TO FiFitxer.
           PERFORM RevisarVenciment UNTIL FiFitxer EQUAL "SI".
           DISPLAY "Amistoses: " LINE 21 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NumNivell1 LINE 21 POSITION 16
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Fermes: " LINE 21 POSITION 23
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NumNivell2 LINE 21 POSITION 31
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Finals: " LINE 21 POSITION 38
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NumNivell3 LINE 21 POSITION 46
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY "Empreses bloquejades: " LINE 22 POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY WS-NumBloquejades LINE 22 POSITION 28
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           ACCEPT Tecla NO BEEP.
           PERFORM Sortir.

        RevisarVenciment.
           READ FitxerVenciments NEXT RECORD, AT END MOVE "SI" TO
             FiFitxer.
           IF FiFitxer NOT EQUAL "SI"
             IF VencimentPendent AND DataVenciment < WS-DataNegoci
                AND NOT ReclamacioFinal
               PERFORM DecidirReclamacio
               IF WS-Reclamar EQUAL "S"
                 PERFORM EmetreReclamacio
               END-IF
             END-IF
           END-IF.

        DecidirReclamacio.
           MOVE "N" TO WS-Reclamar.
           IF SenseReclamacio
             MOVE "S" TO WS-Reclamar
           ELSE
             MOVE "N" TO DF-Operacio
             MOVE WS-OficinaSessio TO DF-Oficina
             MOVE DataUltimaReclamacio TO DF-DataInici
             MOVE WS-DiesEntreNivells TO DF-Dies
             CALL "DIESFEIN.COB" USING PeticioDiesFeiners
             CANCEL "DIESFEIN.COB"
             IF WS-DataNegoci >= DF-DataResultat
               MOVE "S" TO WS-Reclamar
             END-IF
           END-IF.

        EmetreReclamacio.
           ADD 1 TO NivellReclamacio.
           PERFORM ObtenirNumeroNotificacio.
           MOVE DniEmpresaVenc TO DniNotificat.
           MOVE 0 TO CodiViatgeNotificat.
           MOVE SPACES TO TipusNotificacio.
           STRING "RCL" DELIMITED BY SIZE NivellReclamacio
             DELIMITED BY SIZE INTO TipusNotificacio.
           MOVE WS-DataNegociText TO DataGeneracio.
           MOVE "P" TO EstatNotificacio.
           WRITE RegistreNotificacio INVALID KEY
             REWRITE RegistreNotificacio
           END-WRITE.
           IF EstatFitxerNotificacions EQUAL "00" OR "02"
             PERFORM GravarReclamacio
           ELSE
             SUBTRACT 1 FROM NivellReclamacio
           END-IF.

        GravarReclamacio.
           MOVE NumeroNotificacio TO NumNotifReclamacio.
           MOVE WS-DataNegoci TO DataUltimaReclamacio.
           REWRITE RegistreVenciment.
           EVALUATE TRUE
             WHEN ReclamacioAmistosa ADD 1 TO WS-NumNivell1
             WHEN ReclamacioFerma ADD 1 TO WS-NumNivell2
             WHEN ReclamacioFinal ADD 1 TO WS-NumNivell3
           END-EVALUATE.
           IF ReclamacioFinal
             PERFORM BloquejarCreditEmpresa
           END-IF.
           PERFORM MostrarReclamacio.

        BloquejarCreditEmpresa.
           MOVE DniEmpresaVenc TO DniEmpresa.
           READ FitxerCreditEmpreses.
           IF EstatFitxerCreditEmpreses EQUAL "00"
             IF NOT CreditBloquejatReclamacio
               MOVE "B" TO BloqueigReclamacio
               MOVE WS-DataNegociText TO DataBloqueigReclamacio
               REWRITE RegistreCreditEmpresa
               ADD 1 TO WS-NumBloquejades
             END-IF
           ELSE
             MOVE DniEmpresaVenc TO DniEmpresa
             MOVE 0 TO LimitCredit
             MOVE 0 TO ExposicioActual
             MOVE 0 TO DiesTerminiPagament
             MOVE "B" TO BloqueigReclamacio
             MOVE WS-DataNegociText TO DataBloqueigReclamacio
             WRITE RegistreCreditEmpresa
             ADD 1 TO WS-NumBloquejades
           END-IF.

        MostrarReclamacio.
           MOVE 0 TO WS-ImportDeute.
           IF ImportFacturaVenc > ImportCobratVenc
             COMPUTE WS-ImportDeute = ImportFacturaVenc -
               ImportCobratVenc
           END-IF.
           MOVE WS-ImportDeute TO ED-Import.
           DISPLAY NumeroFacturaVenc LINE Fila POSITION 5
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY DniEmpresaVenc LINE Fila POSITION 14
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY ED-Import LINE Fila POSITION 25
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           EVALUATE TRUE
             WHEN ReclamacioAmistosa
               DISPLAY "1 AMISTOSA" LINE Fila POSITION 35
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             WHEN ReclamacioFerma
               DISPLAY "2 FERMA" LINE Fila POSITION 35
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             WHEN ReclamacioFinal
               DISPLAY "3 FINAL - CREDIT BLOQUEJAT" LINE Fila
                 POSITION 35 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
           END-EVALUATE.
           ADD 1 TO Fila.
           IF Fila > 19
             ACCEPT Tecla NO BEEP
             MOVE 6 TO Fila
           END-IF.

        ObtenirNumeroNotificacio.
           OPEN I-O FitxerNumNotificacions.
           IF EstatFitxerNumNotificacions NOT EQUAL "00"
             OPEN OUTPUT FitxerNumNotificacions
             CLOSE FitxerNumNotificacions
             OPEN I-O FitxerNumNotificacions
           END-IF.
           MOVE "NUMNOTI " TO ClauNumNotificacions.
           READ FitxerNumNotificacions
             INVALID KEY MOVE 0 TO UltimNumeroNotificacio
           END-READ.
           ADD 1 TO UltimNumeroNotificacio.
           IF EstatFitxerNumNotificacions EQUAL "00"
             REWRITE RegistreNumNotificacions
           ELSE
             WRITE RegistreNumNotificacions
           END-IF.
           MOVE UltimNumeroNotificacio TO NumeroNotificacio.
           CLOSE FitxerNumNotificacions.

        Sortir.
           CLOSE FitxerVenciments.
           CLOSE FitxerCreditEmpreses.
           CLOSE FitxerNotificacions.
           EXIT PROGRAM.
