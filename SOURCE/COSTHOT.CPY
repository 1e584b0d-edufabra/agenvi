         01 PeticioCostHotel.
           02 CH-CodiViatge          PIC 9(5).
           02 CH-DiaSortida          PIC X(10).
           02 CH-DataReferencia      PIC 9(8).
           02 CH-MostrarDetall       PIC X.
           02 CH-CostAllotjament     PIC 9(9).
           02 CH-PlacesAllotjades    PIC 9(4).
           02 CH-CostPersona         PIC 9(7).
           02 CH-NitsCalculades      PIC 9(3).
           02 CH-NitsSenseTarifa     PIC 9(3).
           02 CH-ResultatCost        PIC XX.
             88 CH-CostComplet         VALUE "OK".
             88 CH-CostParcial         VALUE "PA".
             88 CH-SenseTarifa         VALUE "NT".
             88 CH-SenseContingent     VALUE "NC".
             88 CH-ViatgeInexistent    VALUE "NV".
