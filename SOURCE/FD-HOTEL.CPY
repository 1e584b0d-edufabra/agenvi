          02 NomHotel               PIC X(30).
          02 CiutatHotel            PIC X(20).
          02 TelefonHotel           PIC X(15).
          02 CategoriaHotel         PIC X(3).
          02 TaxaTuristicaHotel     PIC X.
            88 HotelSubjecteTaxa      VALUE "S".
