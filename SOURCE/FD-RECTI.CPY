        FD FitxerRectificatives
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreRectificativa.
        01 RegistreRectificativa.
          02 NumeroRectificativa     PIC 9(7).
          02 DataRectificativa       PIC X(10).
          02 NumeroFacturaOriginal   PIC 9(7).
          02 NumeroReservaRectificada PIC 9(7).
          02 TipusRectificativa      PIC X.
            88 RectificativaAnulacio     VALUE "A".
            88 RectificativaModificacio  VALUE "M".
          02 DniClientRectificativa  PIC X(9).
          02 NomClientRectificativa  PIC X(50).
          02 AdressaClientRectificativa PIC X(60).
          02 PoblacioClientRectificativa PIC X(15).
          02 ConcepteRectificativa   PIC X(37).
          02 BaseImposableRectificativa PIC S9(7).
          02 TipusIVARectificativa   PIC 9(2).
          02 QuotaIVARectificativa   PIC S9(7).
          02 TotalRectificativa      PIC S9(7).
          02 MonedaRectificativa     PIC X(3).
          02 RegimRectificativa      PIC X.
            88 RectificativaRegimGeneral VALUE "G".
            88 RectificativaRegimMarge   VALUE "M".
          02 MargeRectificativa      PIC S9(7).
          02 OperadorRectificativa   PIC X(15).
