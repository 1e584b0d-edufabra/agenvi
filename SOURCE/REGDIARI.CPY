         01 PeticioDiari.
           02 RD-Fitxer              PIC X(8).
           02 RD-Operacio            PIC XX.
             88 RD-Alta                VALUE "WR".
             88 RD-Modificacio         VALUE "RW".
             88 RD-Baixa               VALUE "DL".
           02 RD-ImatgeAbans         PIC X(527).
           02 RD-ImatgeDespres       PIC X(527).
