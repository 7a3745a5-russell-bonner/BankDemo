           02  ACCTNOL                       COMP PIC S9(4).
           02  ACCTNOA                       PIC X.
           02  ACCTNOI                       PIC X(8).
           02  SEL1L                         COMP PIC S9(4).
           02  SEL1A                         PIC X.
           02  SEL1I                         PIC X(1).
           02  LINE1L                        COMP PIC S9(4).
           02  LINE1A                        PIC X.
           02  LINE1I                        PIC X(70).
           02  SEL2L                         COMP PIC S9(4).
           02  SEL2A                         PIC X.
           02  SEL2I                         PIC X(1).
           02  LINE2L                        COMP PIC S9(4).
           02  LINE2A                        PIC X.
           02  LINE2I                        PIC X(70).
           02  SEL3L                         COMP PIC S9(4).
           02  SEL3A                         PIC X.
           02  SEL3I                         PIC X(1).
           02  LINE3L                        COMP PIC S9(4).
           02  LINE3A                        PIC X.
           02  LINE3I                        PIC X(70).
           02  SEL4L                         COMP PIC S9(4).
           02  SEL4A                         PIC X.
           02  SEL4I                         PIC X(1).
           02  LINE4L                        COMP PIC S9(4).
           02  LINE4A                        PIC X.
           02  LINE4I                        PIC X(70).
           02  SEL5L                         COMP PIC S9(4).
           02  SEL5A                         PIC X.
           02  SEL5I                         PIC X(1).
           02  LINE5L                        COMP PIC S9(4).
           02  LINE5A                        PIC X.
           02  LINE5I                        PIC X(70).
           02  SEL6L                         COMP PIC S9(4).
           02  SEL6A                         PIC X.
           02  SEL6I                         PIC X(1).
           02  LINE6L                        COMP PIC S9(4).
           02  LINE6A                        PIC X.
           02  LINE6I                        PIC X(70).
           02  SEL7L                         COMP PIC S9(4).
           02  SEL7A                         PIC X.
           02  SEL7I                         PIC X(1).
           02  LINE7L                        COMP PIC S9(4).
           02  LINE7A                        PIC X.
           02  LINE7I                        PIC X(70).
           02  SEL8L                         COMP PIC S9(4).
           02  SEL8A                         PIC X.
           02  SEL8I                         PIC X(1).
           02  LINE8L                        COMP PIC S9(4).
           02  LINE8A                        PIC X.
           02  LINE8I                        PIC X(70).
           02  SEL9L                         COMP PIC S9(4).
           02  SEL9A                         PIC X.
           02  SEL9I                         PIC X(1).
           02  LINE9L                        COMP PIC S9(4).
           02  LINE9A                        PIC X.
           02  LINE9I                        PIC X(70).
           02  SEL10L                        COMP PIC S9(4).
           02  SEL10A                        PIC X.
           02  SEL10I                        PIC X(1).
           02  LINE10L                       COMP PIC S9(4).
           02  LINE10A                       PIC X.
           02  LINE10I                       PIC X(70).
           02  FILLER                        PIC X(3).
           02  ACCTNOO                       PIC X(8).
           02  FILLER                        PIC X(3).
           02  SEL1O                         PIC X(1).
           02  FILLER                        PIC X(3).
           02  LINE1O                        PIC X(70).
           02  FILLER                        PIC X(3).
           02  SEL2O                         PIC X(1).
           02  FILLER                        PIC X(3).
           02  LINE2O                        PIC X(70).
           02  FILLER                        PIC X(3).
           02  SEL3O                         PIC X(1).
           02  FILLER                        PIC X(3).
           02  LINE3O                        PIC X(70).
           02  FILLER                        PIC X(3).
           02  SEL4O                         PIC X(1).
           02  FILLER                        PIC X(3).
           02  LINE4O                        PIC X(70).
           02  FILLER                        PIC X(3).
           02  SEL5O                         PIC X(1).
           02  FILLER                        PIC X(3).
           02  LINE5O                        PIC X(70).
           02  FILLER                        PIC X(3).
           02  SEL6O                         PIC X(1).
           02  FILLER                        PIC X(3).
           02  LINE6O                        PIC X(70).
           02  FILLER                        PIC X(3).
           02  SEL7O                         PIC X(1).
           02  FILLER                        PIC X(3).
           02  LINE7O                        PIC X(70).
           02  FILLER                        PIC X(3).
           02  SEL8O                         PIC X(1).
           02  FILLER                        PIC X(3).
           02  LINE8O                        PIC X(70).
           02  FILLER                        PIC X(3).
           02  SEL9O                         PIC X(1).
           02  FILLER                        PIC X(3).
           02  LINE9O                        PIC X(70).
           02  FILLER                        PIC X(3).
           02  SEL10O                        PIC X(1).
           02  FILLER                        PIC X(3).
           02  LINE10O                       PIC X(70).
           02  FILLER                        PIC X(3).
           02  MSGO                          PIC X(79).
