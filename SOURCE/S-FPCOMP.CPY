           SELECT FitxerPlaComptes ASSIGN TO RANDOM "PLACOMPT.AGV"
            ORGANIZATION IS INDEXED
            RECORD KEY IS CodiCompte
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS EstatFitxerPlaComptes.
