       IDENTIFICATION DIVISION.
         PROGRAM-ID. A-ViatgesModulCanviFormacio.
       ENVIRONMENT DIVISION.
         COPY CONFIG-S.CPY.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
            COPY S-FCATVI.CPY.
       DATA DIVISION.
        FILE SECTION.
          COPY FD-CATVI.CPY.

        WORKING-STORAGE SECTION.
         77 EstatCatalegViatges      PIC XX VALUE "00".
         77 WS-ClauParam             PIC X(12) VALUE SPACES.
         77 WS-ValorParam            PIC X(40) VALUE SPACES.
         77 WS-ResultatParam         PIC XX VALUE "NO".
         77 WS-DirFormacio           PIC X(40) VALUE SPACES.
         77 WS-PrefixFormacio        PIC X(80) VALUE SPACES.
         COPY SESSIO-W.CPY.

        LINKAGE SECTION.
         77 AccioFormacio            PIC X.
         77 ResultatFormacio         PIC XX.
         77 DirectoriFormacio        PIC X(80).

       PROCEDURE DIVISION USING AccioFormacio ResultatFormacio
           DirectoriFormacio.
        Principal.
           MOVE "NO" TO ResultatFormacio.
           EVALUATE AccioFormacio
             WHEN "I" PERFORM CapturarPrefixReal
             WHEN "F" PERFORM ActivarFormacio
             WHEN "C" PERFORM CanviarAFormacio
             WHEN "R" PERFORM RestaurarPrefixReal
           END-EVALUATE.
           EXIT PROGRAM.

        CapturarPrefixReal.
           MOVE SPACES TO WS-PrefixRealSessio.
           ACCEPT WS-PrefixRealSessio FROM ENVIRONMENT "FILE-PREFIX".
           MOVE "N" TO WS-ModeFormacioSessio.
           MOVE "OK" TO ResultatFormacio.

        ActivarFormacio.
           PERFORM CanviarAFormacio.
           OPEN INPUT CatalegViatges.
           IF EstatCatalegViatges EQUAL "00"
             CLOSE CatalegViatges
             MOVE "OK" TO ResultatFormacio
           ELSE
             PERFORM RestaurarPrefixReal
             MOVE "NO" TO ResultatFormacio
           END-IF.

        CanviarAFormacio.
           SET ENVIRONMENT "FILE-PREFIX" TO WS-PrefixRealSessio.
           MOVE "DIRFORMACIO " TO WS-ClauParam.
           CALL "LLEGPARA.COB" USING WS-ClauParam WS-ValorParam
             WS-ResultatParam.
           CANCEL "LLEGPARA.COB".
           IF WS-ResultatParam EQUAL "OK" AND
              WS-ValorParam NOT EQUAL SPACES
             MOVE WS-ValorParam TO WS-DirFormacio
           ELSE
             MOVE "FORMACIO" TO WS-DirFormacio
           END-IF.
           MOVE SPACES TO WS-PrefixFormacio.
           IF WS-PrefixRealSessio EQUAL SPACES OR
              WS-DirFormacio(1:1) EQUAL "\" OR
              WS-DirFormacio(2:1) EQUAL ":"
             MOVE WS-DirFormacio TO WS-PrefixFormacio
           ELSE
             STRING WS-PrefixRealSessio DELIMITED BY SPACE "\"
               DELIMITED BY SIZE WS-DirFormacio DELIMITED BY SPACE
               INTO WS-PrefixFormacio
           END-IF.
           SET ENVIRONMENT "FILE-PREFIX" TO WS-PrefixFormacio.
           MOVE WS-PrefixFormacio TO DirectoriFormacio.
           MOVE "OK" TO ResultatFormacio.

        RestaurarPrefixReal.
           SET ENVIRONMENT "FILE-PREFIX" TO WS-PrefixRealSessio.
           MOVE "OK" TO ResultatFormacio.
