            88 PagamentTargeta        VALUE "T".
            88 PagamentTransferencia  VALUE "B".
            88 PagamentRetornat       VALUE "R".
            88 PagamentBestretaGuia   VALUE "G".
            88 PagamentRetornGuia     VALUE "D".
            88 MovimentGuia           VALUE "G" "D".
          02 OficinaPagament        PIC 9(2).
          02 ConciliatPagament      PIC X.
            88 PagamentConciliat      VALUE "S".
