         01 PaquetReserva.
           02 PQ-NumeroPaquet        PIC 9(7).
           02 PQ-NumTrams            PIC 99.
           02 PQ-TotalPaquet         PIC 9(9).
           02 PQ-PagatPaquet         PIC 9(9).
           02 PQ-Resultat            PIC XX.
           02 PQ-Tram OCCURS 10 TIMES.
             03 PQ-ReservaTram       PIC 9(7).
             03 PQ-SeqTram           PIC 99.
             03 PQ-ViatgeTram        PIC 9(5).
             03 PQ-DiaTram           PIC X(10).
             03 PQ-PlacesTram        PIC 9(4).
             03 PQ-PreuTram          PIC 9(7).
             03 PQ-PagatTram         PIC 9(7).
