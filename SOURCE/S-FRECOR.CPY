           SELECT FitxerRecordatoris ASSIGN TO RANDOM "RECORDAT.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS ClauRecordatori
            ALTERNATE RECORD KEY IS NumNotifRecordatori
              WITH DUPLICATES
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerRecordatoris.
