         01 PeticioVincleIncident.
           02 VI-CodiViatge          PIC 9(5).
           02 VI-DiaSortida          PIC X(10).
           02 VI-DataReserva         PIC X(10).
           02 VI-TipusVincle         PIC X.
             88 VI-Reclamacio          VALUE "R".
             88 VI-Sinistre            VALUE "S".
           02 VI-NumeroVincle        PIC 9(7).
           02 VI-IncidentsTrobats    PIC 9(3).
           02 VI-IncidentVinculat    PIC 9(3).
