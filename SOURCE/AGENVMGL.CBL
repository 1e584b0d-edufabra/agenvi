       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulComptabilitatGeneral.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
       DATA DIVISION.

        WORKING-STORAGE SECTION.
         77 NumOpcions               PIC 99.
         77 Opc                      PIC 99.
         77 OpcEscollida             PIC 99.
         77 Sortir                   PIC XX VALUE "NO".
         77 Programa                 PIC X(50).
         77 Parametres               PIC X(50).
         77 Estat-Shell              PIC 9.
         77 Errorlevel               PIC 999.

         01 Taula.
           02 Opcions OCCURS 7 PIC X(12).

         01 Taula2.
           02 Ajudes OCCURS 7 PIC X(60).

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.

       01 NORMAL.
           02 VALUE " "
               FOREGROUND WHITE BACKGROUND BLACK.

       PROCEDURE DIVISION.

        Principal.
           MOVE 7 TO Numopcions.
           MOVE 0 TO OpcEscollida.
           MOVE 1 TO Opc.
           MOVE "Pla Comptes." TO Opcions(1).
           MOVE "Comptabil.  " TO Opcions(2).
           MOVE "Assentament." TO Opcions(3).
           MOVE "Llibre Major" TO Opcions(4).
           MOVE "Balanc.     " TO Opcions(5).
           MOVE "Ingr.Diferit" TO Opcions(6).
           MOVE "Retornar.   " TO Opcions(7).
           MOVE "Manteniment del pla de comptes." TO Ajudes(1).
           MOVE "Genera els assentaments automatics d'un periode."
             TO Ajudes(2).
           MOVE "Entrada d'assentaments manuals al diari." TO
             Ajudes(3).
           MOVE "Extracte de moviments i saldo per compte." TO
             Ajudes(4).
           MOVE "Balanc de sumes i saldos i situacio patrimonial."
             TO Ajudes(5).
           MOVE "Quadre d'anticips de clients i imputacio a vendes."
             TO Ajudes(6).
           MOVE "Permet retornar al menu anterior." TO Ajudes(7).
           MOVE "NO" TO Sortir.
           PERFORM Proces UNTIL Sortir = "SI".
           PERFORM Sortir.

        Proces.
           CALL "GESTECLA.COB"
             USING Taula, Taula2, NumOpcions, Opc, OpcEscollida
           CANCEL "GESTECLA.COB"
           PERFORM EvaluarTecla.

        EvaluarTecla.
           EVALUATE OpcEscollida
             WHEN 0 MOVE "SI" TO Sortir
             WHEN 1 PERFORM PlaComptes
             WHEN 2 PERFORM Comptabilitzacio
             WHEN 3 PERFORM AssentamentManual
             WHEN 4 PERFORM LlibreMajor
             WHEN 5 PERFORM BalancSumesSaldos
             WHEN 6 PERFORM IngressosDiferits
             WHEN 7 MOVE "SI" TO Sortir
           END-EVALUATE.

        PlaComptes.
           CALL "MANPCOMP.COB".
           CANCEL "MANPCOMP.COB".

        Comptabilitzacio.
           CALL "COMPTABI.COB".
           CANCEL "COMPTABI.COB".

        AssentamentManual.
           CALL "ASSMANU.COB".
           CANCEL "ASSMANU.COB".

        LlibreMajor.
           CALL "MAJORCOM.COB".
           CANCEL "MAJORCOM.COB".

        BalancSumesSaldos.
           CALL "BALSUMES.COB".
           CANCEL "BALSUMES.COB".

        IngressosDiferits.
           CALL "INGDIFER.COB".
           CANCEL "INGDIFER.COB".

        Sortir.
           EXIT PROGRAM.
