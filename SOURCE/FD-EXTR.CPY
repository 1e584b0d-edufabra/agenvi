        FD FitxerExtractes
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreExtracte.
        01 RegistreExtracte.
          02 NomExtracte              PIC X(8).
          02 DescripcioExtracte       PIC X(40).
          02 CampsExtracte.
            03 CampExtracte OCCURS 10 TIMES PIC X(8).
          02 FiltresExtracte.
            03 FiltreExtracte OCCURS 5 TIMES.
              04 CampFiltre           PIC X(8).
              04 OperadorFiltre       PIC X.
                88 FiltreIgual          VALUE "I".
                88 FiltreRang           VALUE "R".
                88 FiltreConte          VALUE "C".
              04 ValorFiltreDes       PIC X(30).
              04 ValorFiltreFins      PIC X(30).
          02 OrdresExtracte.
            03 CampOrdre OCCURS 3 TIMES PIC X(8).
          02 SeparadorExtracte        PIC X.
          02 UsuariExtracte           PIC X(15).
          02 DataModExtracte          PIC X(10).
