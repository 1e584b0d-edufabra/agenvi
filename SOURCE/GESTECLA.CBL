       77 WS-Columna       PIC 99.
       77 WS-IndexPos      PIC 99.
       77 WS-PosicioCol    PIC 99.
       COPY SESSIO-W.CPY.

       LINKAGE SECTION.


       PROCESO.
           DISPLAY NORMAL.
           IF WS-SessioFormacio
             DISPLAY " FORMACIO - dades de practica " LINE 25
               POSITION 25 CONTROL "FCOLOR=WHITE, BCOLOR=RED"
           END-IF.
           MOVE 1 TO I.
           PERFORM IMPRIMIR-OPCIONES VARYING I FROM 1 BY 1
                   UNTIL (I = NUMOPCIONES + 1).
