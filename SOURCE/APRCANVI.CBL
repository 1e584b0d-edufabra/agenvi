                 ADD WS-DeltaPlaces TO PlacesDisponibles
               END-IF
             END-IF
             IF CampCanvi EQUAL "NOUVIATGE"
               MOVE PlacesTotals TO PlacesDisponibles
             END-IF
             REWRITE RegistreCatalegViatges
             MOVE "A" TO EstatCanvi
             REWRITE RegistreCanviPendent
