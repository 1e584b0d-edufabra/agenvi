               88 IdiomaCatala     VALUE "C".
               88 IdiomaCastella   VALUE "S".
               88 IdiomaFrances    VALUE "F".
            02 FormatIBAN    PIC X.
               88 IBANXifrat       VALUE "X" "C".
               88 IBANXifratClau   VALUE "C".
            02 OrganGestorClient       PIC X(10).
            02 UnitatTramitadoraClient PIC X(10).
            02 OficinaComptableClient  PIC X(10).
