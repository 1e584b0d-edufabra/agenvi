           SELECT FitxerHabitacionsReserva ASSIGN TO RANDOM
            "HABRESE.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS NumeroReservaHab
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerHabitacionsRes.
