         01 TramsPaquet EXTERNAL.
           02 TP-ReservaAnterior     PIC 9(7).
           02 TP-DniPaquet           PIC X(9).
           02 TP-DataSuggerida       PIC X(10).
           02 TP-EnCurs              PIC X.
           02 TP-NumPendents         PIC 99.
           02 TP-ReservaPendent      OCCURS 10 TIMES PIC 9(7).
