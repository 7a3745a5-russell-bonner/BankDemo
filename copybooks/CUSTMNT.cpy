           02  DOBL                          COMP PIC S9(4).
           02  DOBA                          PIC X.
           02  DOBI                          PIC X(8).
           02  TAXIDL                        COMP PIC S9(4).
           02  TAXIDA                        PIC X.
           02  TAXIDI                        PIC X(9).
           02  WHTSTL                        COMP PIC S9(4).
           02  WHTSTA                        PIC X.
           02  WHTSTI                        PIC X(1).
           02  CUSTNOL                       COMP PIC S9(4).
           02  CUSTNOA                       PIC X.
           02  CUSTNOI                       PIC X(10).
           02  FILLER                        PIC X(3).
           02  DOBO                          PIC X(8).
           02  FILLER                        PIC X(3).
           02  TAXIDO                        PIC X(9).
           02  FILLER                        PIC X(3).
           02  WHTSTO                        PIC X(1).
           02  FILLER                        PIC X(3).
           02  CUSTNOO                       PIC X(10).
           02  FILLER                        PIC X(3).
           02  MSGO                          PIC X(79).
