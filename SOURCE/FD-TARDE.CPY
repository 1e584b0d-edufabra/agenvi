        FD FitxerTarifaDespeses
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreTarifaDespesa.
        01 RegistreTarifaDespesa.
          02 ClauTarifaDespesa.
            03 TipusCanviTarifa     PIC X.
              88 TarifaCanviData      VALUE "D".
              88 TarifaCanviPlaces    VALUE "P".
              88 TarifaCanviNom       VALUE "N".
              88 TarifaTrasllat       VALUE "T".
              88 TipusTarifaValid     VALUE "D" "P" "N" "T".
            03 DiesMinimsTarifa     PIC 9(3).
          02 ImportFixTarifa        PIC 9(5).
          02 PercentTarifa          PIC 9(3).
