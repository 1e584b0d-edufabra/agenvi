        FD FitxerIncidents
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreIncident.
        01 RegistreIncident.
          02 ClauIncident.
            03 CodiViatgeIncident     PIC 9(5).
            03 DataSortidaIncident    PIC 9(8).
            03 NumeroIncident         PIC 9(3).
          02 DiaSortidaIncident       PIC X(10).
          02 DataIncidencia           PIC 9(8).
          02 TipusIncident            PIC X(4).
            88 IncidentRetard           VALUE "RETR".
            88 IncidentConnexio         VALUE "CONN".
            88 IncidentLesio            VALUE "LESI".
            88 IncidentEquipatge        VALUE "EQUI".
            88 IncidentCanviHotel       VALUE "HOTE".
            88 IncidentAltres           VALUE "ALTR".
            88 IncidentTipusValid       VALUE "RETR" "CONN" "LESI"
                                              "EQUI" "HOTE" "ALTR".
          02 GravetatIncident         PIC X.
            88 GravetatBaixa            VALUE "B".
            88 GravetatMitjana          VALUE "M".
            88 GravetatAlta             VALUE "A".
          02 PassatgersAfectats       PIC 9(3).
          02 CodiHotelIncident        PIC X(5).
          02 DescripcioIncident       PIC X(60).
          02 AccioPresaIncident       PIC X(60).
          02 CodiGuiaIncident         PIC X(5).
          02 EstatIncident            PIC X.
            88 IncidentObert            VALUE "O".
            88 IncidentTancat           VALUE "T".
          02 NumeroReclamacioIncident PIC 9(7).
          02 NumeroSinistreIncident   PIC 9(7).
          02 UsuariIncident           PIC X(15).
