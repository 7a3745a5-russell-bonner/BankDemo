           02  ODLIML                        COMP PIC S9(4).
           02  ODLIMA                        PIC X.
           02  ODLIMI                        PIC X(13).
           02  TERML                         COMP PIC S9(4).
           02  TERMA                         PIC X.
           02  TERMI                         PIC X(3).
           02  MATINSL                       COMP PIC S9(4).
           02  MATINSA                       PIC X.
           02  MATINSI                       PIC X(1).
           02  NOMACCL                       COMP PIC S9(4).
           02  NOMACCA                       PIC X.
           02  NOMACCI                       PIC X(8).
           02  ACCTNOL                       COMP PIC S9(4).
           02  ACCTNOA                       PIC X.
           02  ACCTNOI                       PIC X(8).
           02  NXTSTML                       COMP PIC S9(4).
           02  NXTSTMA                       PIC X.
           02  NXTSTMI                       PIC X(8).
           02  MATDTEL                       COMP PIC S9(4).
           02  MATDTEA                       PIC X.
           02  MATDTEI                       PIC X(8).
           02  FXRATEL                       COMP PIC S9(4).
           02  FXRATEA                       PIC X.
           02  FXRATEI                       PIC X(7).
           02  MSGL                          COMP PIC S9(4).
           02  MSGA                          PIC X.
           02  MSGI                          PIC X(79).
           02  FILLER                        PIC X(3).
           02  ODLIMO                        PIC X(13).
           02  FILLER                        PIC X(3).
           02  TERMO                         PIC X(3).
           02  FILLER                        PIC X(3).
           02  MATINSO                       PIC X(1).
           02  FILLER                        PIC X(3).
           02  NOMACCO                       PIC X(8).
           02  FILLER                        PIC X(3).
           02  ACCTNOO                       PIC X(8).
           02  FILLER                        PIC X(3).
           02  OPNDTEO                       PIC X(8).
           02  FILLER                        PIC X(3).
           02  NXTSTMO                       PIC X(8).
           02  FILLER                        PIC X(3).
           02  MATDTEO                       PIC X(8).
           02  FILLER                        PIC X(3).
           02  FXRATEO                       PIC X(7).
           02  FILLER                        PIC X(3).
           02  MSGO                          PIC X(79).
