           02  CUSTNOL                       COMP PIC S9(4).
           02  CUSTNOA                       PIC X.
           02  CUSTNOI                       PIC X(10).
           02  PTY1L                         COMP PIC S9(4).
           02  PTY1A                         PIC X.
           02  PTY1I                         PIC X(34).
           02  CUSTNML                       COMP PIC S9(4).
           02  CUSTNMA                       PIC X.
           02  CUSTNMI                       PIC X(30).
           02  PTY2L                         COMP PIC S9(4).
           02  PTY2A                         PIC X.
           02  PTY2I                         PIC X(34).
           02  ADDR1L                        COMP PIC S9(4).
           02  ADDR1A                        PIC X.
           02  ADDR1I                        PIC X(30).
           02  PTY3L                         COMP PIC S9(4).
           02  PTY3A                         PIC X.
           02  PTY3I                         PIC X(34).
           02  ADDR2L                        COMP PIC S9(4).
           02  ADDR2A                        PIC X.
           02  ADDR2I                        PIC X(30).
           02  PTY4L                         COMP PIC S9(4).
           02  PTY4A                         PIC X.
           02  PTY4I                         PIC X(34).
           02  ADDR3L                        COMP PIC S9(4).
           02  ADDR3A                        PIC X.
           02  ADDR3I                        PIC X(30).
           02  PTY5L                         COMP PIC S9(4).
           02  PTY5A                         PIC X.
           02  PTY5I                         PIC X(34).
           02  PSTCDEL                       COMP PIC S9(4).
           02  PSTCDEA                       PIC X.
           02  PSTCDEI                       PIC X(10).
           02  PTY6L                         COMP PIC S9(4).
           02  PTY6A                         PIC X.
           02  PTY6I                         PIC X(34).
           02  ATYPEL                        COMP PIC S9(4).
           02  ATYPEA                        PIC X.
           02  ATYPEI                        PIC X(8).
           02  INTRATL                       COMP PIC S9(4).
           02  INTRATA                       PIC X.
           02  INTRATI                       PIC X(7).
           02  LTR1L                         COMP PIC S9(4).
           02  LTR1A                         PIC X.
           02  LTR1I                         PIC X(79).
           02  LTR2L                         COMP PIC S9(4).
           02  LTR2A                         PIC X.
           02  LTR2I                         PIC X(79).
           02  LTR3L                         COMP PIC S9(4).
           02  LTR3A                         PIC X.
           02  LTR3I                         PIC X(79).
           02  LTR4L                         COMP PIC S9(4).
           02  LTR4A                         PIC X.
           02  LTR4I                         PIC X(79).
           02  MSGL                          COMP PIC S9(4).
           02  MSGA                          PIC X.
           02  MSGI                          PIC X(79).
           02  FILLER                        PIC X(3).
           02  CUSTNOO                       PIC X(10).
           02  FILLER                        PIC X(3).
           02  PTY1O                         PIC X(34).
           02  FILLER                        PIC X(3).
           02  CUSTNMO                       PIC X(30).
           02  FILLER                        PIC X(3).
           02  PTY2O                         PIC X(34).
           02  FILLER                        PIC X(3).
           02  ADDR1O                        PIC X(30).
           02  FILLER                        PIC X(3).
           02  PTY3O                         PIC X(34).
           02  FILLER                        PIC X(3).
           02  ADDR2O                        PIC X(30).
           02  FILLER                        PIC X(3).
           02  PTY4O                         PIC X(34).
           02  FILLER                        PIC X(3).
           02  ADDR3O                        PIC X(30).
           02  FILLER                        PIC X(3).
           02  PTY5O                         PIC X(34).
           02  FILLER                        PIC X(3).
           02  PSTCDEO                       PIC X(10).
           02  FILLER                        PIC X(3).
           02  PTY6O                         PIC X(34).
           02  FILLER                        PIC X(3).
           02  ATYPEO                        PIC X(8).
           02  FILLER                        PIC X(3).
           02  BALNCEO                       PIC X(13).
           02  FILLER                        PIC X(3).
           02  INTRATO                       PIC X(7).
           02  FILLER                        PIC X(3).
           02  LTR1O                         PIC X(79).
           02  FILLER                        PIC X(3).
           02  LTR2O                         PIC X(79).
           02  FILLER                        PIC X(3).
           02  LTR3O                         PIC X(79).
           02  FILLER                        PIC X(3).
           02  LTR4O                         PIC X(79).
           02  FILLER                        PIC X(3).
           02  MSGO                          PIC X(79).
