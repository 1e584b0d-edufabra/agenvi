         01 TaulaCampsExtracte.
           02 FILLER PIC X(36) VALUE
             "NUMRESERRN07Numero de reserva       ".
           02 FILLER PIC X(36) VALUE
             "DNIRESERRX09DNI titular reserva     ".
           02 FILLER PIC X(36) VALUE
             "CODIVIATRN05Codi del viatge         ".
           02 FILLER PIC X(36) VALUE
             "DIASORTIRX10Dia de sortida          ".
           02 FILLER PIC X(36) VALUE
             "PLACES  RN04Places reservades       ".
           02 FILLER PIC X(36) VALUE
             "PREUTOTARN07Preu total reserva      ".
           02 FILLER PIC X(36) VALUE
             "DATARESERD10Data de la reserva      ".
           02 FILLER PIC X(36) VALUE
             "IMPPAGATRN07Import pagat            ".
           02 FILLER PIC X(36) VALUE
             "ESTATRESRX01Estat (F/O)             ".
           02 FILLER PIC X(36) VALUE
             "OFICINA RN02Oficina de la reserva   ".
           02 FILLER PIC X(36) VALUE
             "DNICLIENCX09DNI del client          ".
           02 FILLER PIC X(36) VALUE
             "NOM     CX20Nom del client          ".
           02 FILLER PIC X(36) VALUE
             "COGNOM1 CX30Primer cognom           ".
           02 FILLER PIC X(36) VALUE
             "COGNOM2 CX30Segon cognom            ".
           02 FILLER PIC X(36) VALUE
             "CARRER  CX40Carrer                  ".
           02 FILLER PIC X(36) VALUE
             "POBLACIOCX15Poblacio                ".
           02 FILLER PIC X(36) VALUE
             "PROVINCICX15Provincia               ".
           02 FILLER PIC X(36) VALUE
             "CODIPOSTCX05Codi postal             ".
           02 FILLER PIC X(36) VALUE
             "TELEFON CX15Telefon                 ".
           02 FILLER PIC X(36) VALUE
             "EMAIL   CX40Correu electronic       ".
           02 FILLER PIC X(36) VALUE
             "TIPUSCLICX01Tipus client (P/E)      ".
           02 FILLER PIC X(36) VALUE
             "DATANAIXCD10Data de naixement       ".
           02 FILLER PIC X(36) VALUE
             "IDIOMA  CX01Idioma (C/S/F)          ".
           02 FILLER PIC X(36) VALUE
             "TITOL   VX37Titol del viatge        ".
           02 FILLER PIC X(36) VALUE
             "CONTINENVX20Continent               ".
           02 FILLER PIC X(36) VALUE
             "MAJORISTVX20Majorista               ".
           02 FILLER PIC X(36) VALUE
             "PAISOS  VX30Paisos                  ".
           02 FILLER PIC X(36) VALUE
             "TRANSPORVX02Transport (VA/AV/AU/TR) ".
           02 FILLER PIC X(36) VALUE
             "DURACIO VN03Durada en dies          ".
           02 FILLER PIC X(36) VALUE
             "PREUPERSVN06Preu per persona        ".
         01 TaulaCampsExtracteR REDEFINES TaulaCampsExtracte.
           02 DicCamp OCCURS 30 TIMES.
             03 DicCodi              PIC X(8).
             03 DicOrigen            PIC X.
             03 DicTipus             PIC X.
             03 DicLong              PIC 99.
             03 DicDescripcio        PIC X(24).
         77 NumCampsDic              PIC 99 VALUE 30.
