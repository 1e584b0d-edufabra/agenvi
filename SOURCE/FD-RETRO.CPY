        FD FitxerRetrocessions
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreRetrocessio.
        01 RegistreRetrocessio.
          02 NumeroRetrocessio       PIC 9(7).
          02 NumeroPagamentRetro     PIC 9(7).
          02 NumeroReservaRetro      PIC 9(7).
          02 DniRetro                PIC X(9).
          02 DataRetro               PIC X(10).
          02 CodiMotiuRetro          PIC X(4).
          02 ImportRetro             PIC 9(7).
          02 EstatRetro              PIC X.
            88 RetroRebuda             VALUE "R".
            88 RetroDisputada          VALUE "D".
            88 RetroGuanyada           VALUE "G".
            88 RetroPerduda            VALUE "P".
            88 RetroOberta             VALUE "R" "D".
          02 DataResolucioRetro      PIC X(10).
          02 UsuariRetro             PIC X(15).
          02 NumeroTascaRetro        PIC 9(7).
          02 NumeroPagamentRestituit PIC 9(7).
