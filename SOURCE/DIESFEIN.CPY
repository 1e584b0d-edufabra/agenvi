         01 PeticioDiesFeiners.
           02 DF-Operacio            PIC X.
             88 DF-SumarFeiners        VALUE "S".
             88 DF-RestarFeiners       VALUE "R".
             88 DF-SumarNaturals       VALUE "N".
             88 DF-VerificarDia        VALUE "V".
           02 DF-Oficina             PIC 9(2).
           02 DF-DataInici           PIC 9(8).
           02 DF-Dies                PIC 9(3).
           02 DF-DataResultat        PIC 9(8).
           02 DF-DiesNaturals        PIC 9(3).
           02 DF-DiaFeiner           PIC X.
             88 DF-EsFeiner            VALUE "S".
             88 DF-NoEsFeiner          VALUE "N".
           02 DF-MotiuTancament      PIC X(30).
