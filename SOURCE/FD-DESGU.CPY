        FD FitxerDespesesGuia
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreDespesaGuia.
        01 RegistreDespesaGuia.
          02 ClauDespesaGuia.
            03 CodiGuiaDespesa        PIC X(5).
            03 CodiViatgeDespesa      PIC 9(5).
            03 DataSortidaDespesa     PIC X(10).
            03 NumeroDespesa          PIC 9(3).
          02 TipusDespesa             PIC X.
            88 DespesaPropines          VALUE "P".
            88 DespesaEntrades          VALUE "E".
            88 DespesaUrgencia          VALUE "U".
            88 DespesaAltres            VALUE "A".
          02 ConcepteDespesa          PIC X(30).
          02 ImportDespesa            PIC 9(7).
          02 JustificantDespesa       PIC X(10).
