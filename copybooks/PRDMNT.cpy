           02  PSTATL                        COMP PIC S9(4).
           02  PSTATA                        PIC X.
           02  PSTATI                        PIC X(9).
           02  TERMMOL                       COMP PIC S9(4).
           02  TERMMOA                       PIC X.
           02  TERMMOI                       PIC X(3).
           02  PENDYSL                       COMP PIC S9(4).
           02  PENDYSA                       PIC X.
           02  PENDYSI                       PIC X(3).
           02  MFEEL                         COMP PIC S9(4).
           02  MFEEA                         PIC X.
           02  MFEEI                         PIC X(11).
           02  FILLER                        PIC X(3).
           02  PSTATO                        PIC X(9).
           02  FILLER                        PIC X(3).
           02  TERMMOO                       PIC X(3).
           02  FILLER                        PIC X(3).
           02  PENDYSO                       PIC X(3).
           02  FILLER                        PIC X(3).
           02  MFEEO                         PIC X(11).
           02  FILLER                        PIC X(3).
           02  FREEITO                       PIC X(3).
