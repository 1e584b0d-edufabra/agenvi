        FD FitxerConsentiments
          LABEL RECORD IS STANDARD
          DATA RECORD IS RegistreConsentiment.
        01 RegistreConsentiment.
          02 ClauConsentiment.
            03 DniConsentiment        PIC X(9).
            03 CanalConsentiment      PIC X.
              88 CanalCorreuPostal      VALUE "P".
              88 CanalCorreuElectronic  VALUE "E".
              88 CanalSMS               VALUE "S".
            03 SequenciaConsentiment  PIC 9(4).
          02 OpcioConsentiment        PIC X.
            88 ConsentimentAtorgat      VALUE "S".
            88 ConsentimentRetirat      VALUE "N".
          02 DataConsentiment         PIC X(10).
          02 HoraConsentiment         PIC X(8).
          02 OperadorConsentiment     PIC X(15).
          02 OrigenConsentiment       PIC XX.
            88 OrigenFormulariSignat    VALUE "FS".
            88 OrigenWeb                VALUE "WB".
            88 OrigenTelefon            VALUE "TF".
            88 OrigenCorreu             VALUE "CE".
            88 OrigenPresencial         VALUE "PR".
          02 DetallConsentiment       PIC X(30).
