           SELECT FitxerIncidents ASSIGN TO RANDOM "INCIDENT.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS ClauIncident
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerIncidents.
