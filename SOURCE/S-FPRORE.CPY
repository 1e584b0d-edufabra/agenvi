           SELECT FitxerPromocionsReserva ASSIGN TO RANDOM
            "PROMRESE.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS NumeroReservaPromo
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerPromocionsRes.
