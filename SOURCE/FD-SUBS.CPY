          02 DiaSetmanaSubscripcio   PIC 9.
          02 DiaMesSubscripcio       PIC 99.
          02 DestiSubscripcio        PIC X.
          02 ParametreSubscripcio    PIC X(8).
