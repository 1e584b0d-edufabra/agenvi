        FD FitxerFacturesElectroniques
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreFacturaElectronica.
        01 RegistreFacturaElectronica.
          02 ClauFacturaElectronica.
            03 TipusDocumentElec      PIC X.
              88 DocElecFactura         VALUE "F".
              88 DocElecRectificativa   VALUE "R".
            03 NumeroDocumentElec     PIC 9(7).
          02 DniClientElec            PIC X(9).
          02 ImportDocumentElec       PIC S9(7).
          02 DataGeneracioElec        PIC X(10).
          02 HoraGeneracioElec        PIC X(8).
          02 NomFitxerElec            PIC X(40).
          02 UsuariElec               PIC X(15).
          02 NumGeneracionsElec       PIC 9(3).
