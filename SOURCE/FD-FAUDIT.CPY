           02 AU-Hora                PIC X(8).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 AU-Resultat            PIC X(15).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 AU-Estacio             PIC X(15).
