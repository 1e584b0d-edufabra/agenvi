         77 WS-DiaInc                PIC 99.
         77 WS-MesInc                PIC 99.
         77 WS-AnyInc                PIC 9(4).
         COPY VINCINCI.CPY.

       SCREEN SECTION.
       01 BORRADO BLANK SCREEN.
             "FCOLOR=GREY, BCOLOR=WHITE, PROMPT" NO BEEP.
           MOVE 0 TO NumeroPolissaSinistre.
           MOVE SPACES TO ProducteAssegSinistre.
           MOVE 0 TO VI-CodiViatge.
           IF EstatFitxerReserves EQUAL "00"
             MOVE WS-NumeroReservaCerca TO NumeroReserva
             READ FitxerReserves
             IF EstatFitxerReserves EQUAL "00"
               MOVE NumeroPolissa TO NumeroPolissaSinistre
               MOVE ProducteAssegReserva TO ProducteAssegSinistre
               MOVE CodiViatgeReservat TO VI-CodiViatge
               MOVE DiaSortida TO VI-DiaSortida
               MOVE DataReserva TO VI-DataReserva
               DISPLAY "Polissa: " LINE 4 POSITION 35
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY NumeroPolissaSinistre LINE 4 POSITION 44
             POSITION 5 CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           DISPLAY NumeroSinistre LINE 11 POSITION 39
             CONTROL "FCOLOR=GREY, BCOLOR=WHITE".
           IF VI-CodiViatge > 0
             MOVE "S" TO VI-TipusVincle
             MOVE NumeroSinistre TO VI-NumeroVincle
             CALL "VINCINCI.COB" USING PeticioVincleIncident
             CANCEL "VINCINCI.COB"
             IF VI-IncidentVinculat > 0
               DISPLAY "Vinculat a l'incident " LINE 12 POSITION 5
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
               DISPLAY VI-IncidentVinculat LINE 12 POSITION 28
                 CONTROL "FCOLOR=GREY, BCOLOR=WHITE"
             END-IF
           END-IF.
           ACCEPT Tecla NO BEEP.

        ConsultaSinistre.
