          02 EstatSessioReg          PIC X.
            88 SessioViva              VALUE "V".
            88 SessioTancada           VALUE "T".
          02 EstacioSessioReg        PIC X(15).
          02 HoraFiSessioReg         PIC 9(4).
