             88 UsuariDesactivat  VALUE "D".
           02 FormatPassword    PIC X.
             88 PasswordXifrada   VALUE "X".
           02 EstacionsPermeses.
             03 EstacioPermesa  OCCURS 4 TIMES PIC X(15).
           02 ControlHorari     PIC X.
             88 HorariRestringit  VALUE "S".
           02 FranjesHoraries.
             03 FranjaDia       OCCURS 7 TIMES.
               04 HoraIniciPermesa PIC 9(4).
               04 HoraFiPermesa    PIC 9(4).
