           02  AMTL                          COMP PIC S9(4).
           02  AMTA                          PIC X.
           02  AMTI                          PIC X(11).
           02  SUPIDL                        COMP PIC S9(4).
           02  SUPIDA                        PIC X.
           02  SUPIDI                        PIC X(4).
           02  TFRREFL                       COMP PIC S9(4).
           02  TFRREFA                       PIC X.
           02  TFRREFI                       PIC X(16).
           02  FILLER                        PIC X(3).
           02  AMTO                          PIC X(11).
           02  FILLER                        PIC X(3).
           02  SUPIDO                        PIC X(4).
           02  FILLER                        PIC X(3).
           02  TFRREFO                       PIC X(16).
           02  FILLER                        PIC X(3).
           02  FRBALO                        PIC X(13).
