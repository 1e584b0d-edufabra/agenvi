        FD FitxerLlars
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreLlar.
        01 RegistreLlar.
          02 ClauLlar.
            03 CodiLlar               PIC 9(7).
            03 DniMembreLlar          PIC X(9).
          02 NomLlar                  PIC X(30).
          02 DniContacteLlar          PIC X(9).
          02 AdrecaLlar.
            03 CarrerLlar             PIC X(49).
            03 NumLlar                PIC 9(4).
            03 PisLlar                PIC 9(3).
            03 PortaLlar              PIC 9(3).
            03 PoblacioLlar           PIC X(15).
            03 ProvinciaLlar          PIC X(15).
            03 CodiPostalLlar         PIC X(5).
          02 DataAltaLlar             PIC X(10).
