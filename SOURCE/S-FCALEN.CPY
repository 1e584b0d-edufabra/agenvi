           SELECT FitxerCalendari ASSIGN TO RANDOM "CALENDAR.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS ClauCalendari
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerCalendari.
