           02  AUTHOL                        COMP PIC S9(4).
           02  AUTHOA                        PIC X.
           02  AUTHOI                        PIC X(10).
           02  CASHCNTL                      COMP PIC S9(4).
           02  CASHCNTA                      PIC X.
           02  CASHCNTI                      PIC X(13).
           02  MSGL                          COMP PIC S9(4).
           02  MSGA                          PIC X.
           02  MSGI                          PIC X(79).
           02  FILLER                        PIC X(3).
           02  AUTHOO                        PIC X(10).
           02  FILLER                        PIC X(3).
           02  CASHCNTO                      PIC X(13).
           02  FILLER                        PIC X(3).
           02  MSGO                          PIC X(79).
