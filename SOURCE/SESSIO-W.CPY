           88 WS-RolSessioConsulta       VALUE "C".
         77 WS-NomUsuariSessio       PIC X(15) EXTERNAL.
         77 WS-OficinaSessio         PIC 9(2) EXTERNAL.
         77 WS-ModeFormacioSessio    PIC X EXTERNAL.
           88 WS-SessioFormacio          VALUE "S".
         77 WS-PrefixRealSessio      PIC X(80) EXTERNAL.
