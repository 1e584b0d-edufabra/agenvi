         77 WS-PaquetActiu           PIC X EXTERNAL.
         77 WS-PaquetCodiViatge      PIC 9(5) EXTERNAL.
         77 WS-PaquetDiaSortida      PIC X(10) EXTERNAL.
         77 WS-PaquetFitxer          PIC X(40) EXTERNAL.
