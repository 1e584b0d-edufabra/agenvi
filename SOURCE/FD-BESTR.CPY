        FD FitxerBestretes
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreBestreta.
        01 RegistreBestreta.
          02 ClauBestreta.
            03 CodiGuiaBestreta       PIC X(5).
            03 CodiViatgeBestreta     PIC 9(5).
            03 DataSortidaBestreta    PIC X(10).
          02 DataBestreta             PIC X(10).
          02 ImportBestreta           PIC 9(7).
          02 MonedaBestreta           PIC X(3).
          02 TaxaCanviBestreta        PIC 9(4)V9(4).
          02 ImportBestretaEur        PIC 9(7).
          02 NumeroPagamentBestreta   PIC 9(7).
          02 UsuariBestreta           PIC X(15).
          02 EstatBestreta            PIC X.
            88 BestretaPendent          VALUE "P".
            88 BestretaLiquidada        VALUE "L".
          02 TotalDespesesBestreta    PIC 9(7).
          02 NumDespesesBestreta      PIC 9(3).
          02 DataLiquidacioBestreta   PIC X(10).
          02 TotalDespesesEur         PIC 9(7).
          02 SaldoLiquidacioEur       PIC S9(7).
          02 NumeroPagamentLiquidacio PIC 9(7).
