         77 WS-SortidaAutomatica     PIC X EXTERNAL.
         77 WS-ParametreAutomatic    PIC X(8) EXTERNAL.
