         01 PeticioSortidaTancada.
           02 ST-Operacio            PIC X.
             88 ST-Comprovar           VALUE "C".
             88 ST-Consultar           VALUE "D".
           02 ST-CodiViatge          PIC 9(5).
           02 ST-DiaSortida          PIC X(10).
           02 ST-DataReserva         PIC X(10).
           02 ST-DataSortida         PIC 9(8).
           02 ST-DataTancament       PIC 9(8).
           02 ST-Resultat            PIC X.
             88 ST-SortidaOberta       VALUE "O".
             88 ST-SortidaTancada      VALUE "T".
             88 ST-CanviAutoritzat     VALUE "A".
           02 ST-Administrador       PIC X(15).
