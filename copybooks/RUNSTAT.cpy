      *****************************************************************
       01  RUNSTATI.
           02  FILLER                        PIC X(12).
           02  CURDTEL                       COMP PIC S9(4).
           02  CURDTEA                       PIC X.
           02  CURDTEI                       PIC X(8).
           02  BUSDTEL                       COMP PIC S9(4).
           02  BUSDTEA                       PIC X.
           02  BUSDTEI                       PIC X(8).
           02  LINE1L                        COMP PIC S9(4).
           02  LINE1A                        PIC X.
           02  LINE1I                        PIC X(38).
           02  LINE16L                       COMP PIC S9(4).
           02  LINE16A                       PIC X.
           02  LINE16I                       PIC X(38).
           02  LINE2L                        COMP PIC S9(4).
           02  LINE2A                        PIC X.
           02  LINE2I                        PIC X(38).
           02  LINE17L                       COMP PIC S9(4).
           02  LINE17A                       PIC X.
           02  LINE17I                       PIC X(38).
           02  LINE3L                        COMP PIC S9(4).
           02  LINE3A                        PIC X.
           02  LINE3I                        PIC X(38).
           02  LINE18L                       COMP PIC S9(4).
           02  LINE18A                       PIC X.
           02  LINE18I                       PIC X(38).
           02  LINE4L                        COMP PIC S9(4).
           02  LINE4A                        PIC X.
           02  LINE4I                        PIC X(38).
           02  LINE19L                       COMP PIC S9(4).
           02  LINE19A                       PIC X.
           02  LINE19I                       PIC X(38).
           02  LINE5L                        COMP PIC S9(4).
           02  LINE5A                        PIC X.
           02  LINE5I                        PIC X(38).
           02  LINE20L                       COMP PIC S9(4).
           02  LINE20A                       PIC X.
           02  LINE20I                       PIC X(38).
           02  LINE6L                        COMP PIC S9(4).
           02  LINE6A                        PIC X.
           02  LINE6I                        PIC X(38).
           02  LINE21L                       COMP PIC S9(4).
           02  LINE21A                       PIC X.
           02  LINE21I                       PIC X(38).
           02  LINE7L                        COMP PIC S9(4).
           02  LINE7A                        PIC X.
           02  LINE7I                        PIC X(38).
           02  LINE22L                       COMP PIC S9(4).
           02  LINE22A                       PIC X.
           02  LINE22I                       PIC X(38).
           02  LINE8L                        COMP PIC S9(4).
           02  LINE8A                        PIC X.
           02  LINE8I                        PIC X(38).
           02  LINE23L                       COMP PIC S9(4).
           02  LINE23A                       PIC X.
           02  LINE23I                       PIC X(38).
           02  LINE9L                        COMP PIC S9(4).
           02  LINE9A                        PIC X.
           02  LINE9I                        PIC X(38).
           02  LINE24L                       COMP PIC S9(4).
           02  LINE24A                       PIC X.
           02  LINE24I                       PIC X(38).
           02  LINE10L                       COMP PIC S9(4).
           02  LINE10A                       PIC X.
           02  LINE10I                       PIC X(38).
           02  LINE25L                       COMP PIC S9(4).
           02  LINE25A                       PIC X.
           02  LINE25I                       PIC X(38).
           02  LINE11L                       COMP PIC S9(4).
           02  LINE11A                       PIC X.
           02  LINE11I                       PIC X(38).
           02  LINE26L                       COMP PIC S9(4).
           02  LINE26A                       PIC X.
           02  LINE26I                       PIC X(38).
           02  LINE12L                       COMP PIC S9(4).
           02  LINE12A                       PIC X.
           02  LINE12I                       PIC X(38).
           02  LINE27L                       COMP PIC S9(4).
           02  LINE27A                       PIC X.
           02  LINE27I                       PIC X(38).
           02  LINE13L                       COMP PIC S9(4).
           02  LINE13A                       PIC X.
           02  LINE13I                       PIC X(38).
           02  LINE28L                       COMP PIC S9(4).
           02  LINE28A                       PIC X.
           02  LINE28I                       PIC X(38).
           02  LINE14L                       COMP PIC S9(4).
           02  LINE14A                       PIC X.
           02  LINE14I                       PIC X(38).
           02  LINE29L                       COMP PIC S9(4).
           02  LINE29A                       PIC X.
           02  LINE29I                       PIC X(38).
           02  LINE15L                       COMP PIC S9(4).
           02  LINE15A                       PIC X.
           02  LINE15I                       PIC X(38).
           02  LINE30L                       COMP PIC S9(4).
           02  LINE30A                       PIC X.
           02  LINE30I                       PIC X(38).
           02  MSGL                          COMP PIC S9(4).
           02  MSGA                          PIC X.
           02  MSGI                          PIC X(79).
       01  RUNSTATO REDEFINES RUNSTATI.
           02  FILLER                        PIC X(12).
           02  FILLER                        PIC X(3).
           02  CURDTEO                       PIC X(8).
           02  FILLER                        PIC X(3).
           02  BUSDTEO                       PIC X(8).
           02  FILLER                        PIC X(3).
           02  LINE1O                        PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE16O                       PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE2O                        PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE17O                       PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE3O                        PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE18O                       PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE4O                        PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE19O                       PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE5O                        PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE20O                       PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE6O                        PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE21O                       PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE7O                        PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE22O                       PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE8O                        PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE23O                       PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE9O                        PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE24O                       PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE10O                       PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE25O                       PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE11O                       PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE26O                       PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE12O                       PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE27O                       PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE13O                       PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE28O                       PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE14O                       PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE29O                       PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE15O                       PIC X(38).
           02  FILLER                        PIC X(3).
           02  LINE30O                       PIC X(38).
           02  FILLER                        PIC X(3).
           02  MSGO                          PIC X(79).
