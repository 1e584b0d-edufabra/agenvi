              88 NotificacioOpcioCaducada VALUE "OPCD".
              88 NotificacioAgraiment     VALUE "GRAC".
              88 NotificacioCanviData     VALUE "CANV".
              88 NotificacioReservaWeb    VALUE "WEBA".
              88 NotificacioRebuigWeb     VALUE "WEBR".
              88 NotificacioRecordatori   VALUE "RECO".
              88 NotificacioRecarrec      VALUE "RECA".
              88 NotificacioRehabilitacio VALUE "REHA".
              88 NotificacioReclamacio1   VALUE "RCL1".
              88 NotificacioReclamacio2   VALUE "RCL2".
              88 NotificacioReclamacio3   VALUE "RCL3".
          02 DataGeneracio          PIC X(10).
          02 EstatNotificacio       PIC X.
            88 NotificacioPendent     VALUE "P".
            88 NotificacioEnviada     VALUE "E".
            88 NotificacioDescartada  VALUE "X".
          02 NumeroNotificacio       PIC 9(7).
