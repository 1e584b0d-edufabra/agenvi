       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulRegistreDiari.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FDIARI.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-DIARI.CPY.

        WORKING-STORAGE SECTION.
         77 EstatFitxerDiari         PIC XX VALUE "00".
         COPY SESSIO-W.CPY.
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

        LINKAGE SECTION.
         COPY REGDIARI.CPY.

       PROCEDURE DIVISION USING PeticioDiari.
        Principal.
           OPEN EXTEND FitxerDiari.
           IF EstatFitxerDiari NOT EQUAL "00"
             OPEN OUTPUT FitxerDiari
             CLOSE FitxerDiari
             OPEN EXTEND FitxerDiari
           END-IF.
           ACCEPT WS-DataSistema FROM DATE YYYYMMDD.
           ACCEPT WS-HoraSistema FROM TIME.
           MOVE SPACES TO LiniaDiari.
           STRING WS-DiaSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-MesSistema DELIMITED BY SIZE "/" DELIMITED BY
             SIZE WS-AnySistema DELIMITED BY SIZE INTO DI-Data.
           STRING WS-HoresSistema DELIMITED BY SIZE ":" DELIMITED BY
             SIZE WS-MinutsSistema DELIMITED BY SIZE ":" DELIMITED
             BY SIZE WS-SegonsSistema DELIMITED BY SIZE INTO DI-Hora.
           MOVE WS-NomUsuariSessio TO DI-Usuari.
           MOVE RD-Fitxer TO DI-Fitxer.
           MOVE RD-Operacio TO DI-Operacio.
           MOVE RD-ImatgeAbans TO DI-ImatgeAbans.
           MOVE RD-ImatgeDespres TO DI-ImatgeDespres.
           WRITE LiniaDiari.
           CLOSE FitxerDiari.
           EXIT PROGRAM.
