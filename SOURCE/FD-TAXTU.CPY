        FD FitxerTaxesTuristiques
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreTaxaTuristica.
        01 RegistreTaxaTuristica.
          02 ClauTaxaTuristica.
            03 CategoriaTaxa          PIC X(3).
            03 DataIniciTaxa          PIC X(10).
          02 DataFiTaxa               PIC X(10).
          02 ImportNitTaxa            PIC 9(2)V99.
          02 EdatMaxExemptaTaxa       PIC 99.
          02 NitsMaximTaxa            PIC 99.
