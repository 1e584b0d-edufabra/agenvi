           SELECT FitxerVenciments ASSIGN TO RANDOM "FACTVENC.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS NumeroFacturaVenc
            ALTERNATE RECORD KEY IS DniEmpresaVenc WITH DUPLICATES
            ALTERNATE RECORD KEY IS NumNotifReclamacio
              WITH DUPLICATES
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerVenciments.
