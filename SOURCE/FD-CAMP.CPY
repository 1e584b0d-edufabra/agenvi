          02 PlantillaCampanya       PIC X(4).
          02 DataDarreraExecucio     PIC X(10).
          02 ClientsSeleccionats     PIC 9(5).
          02 SegmentCampanya         PIC X(4).
