             ORGANIZATION IS INDEXED
             RECORD KEY IS NumeroReserva
             ALTERNATE RECORD KEY IS Clau WITH DUPLICATES
             ALTERNATE RECORD KEY IS ClauSortida =
               CodiViatgeReservat DiaSortida WITH DUPLICATES
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS EstatFitxerReserves.
