      *****************************************************************
      * Copybook:    HOLMNT.CPY                                       *
      * Function:    Symbolic map generated from bms/HOLMNT.bms for   *
      *              mapset HOLMNTM, map HOLMNT.  Do not hand-edit    *
      *              the field layout - change the BMS source and     *
      *              re-assemble.                                     *
      *****************************************************************
       01  HOLMNTI.
           02  FILLER                        PIC X(12).
           02  HDATEL                        COMP PIC S9(4).
           02  HDATEA                        PIC X.
           02  HDATEI                        PIC X(8).
           02  HDESCL                        COMP PIC S9(4).
           02  HDESCA                        PIC X.
           02  HDESCI                        PIC X(30).
           02  HSTATL                        COMP PIC S9(4).
           02  HSTATA                        PIC X.
           02  HSTATI                        PIC X(9).
           02  HUPDL                         COMP PIC S9(4).
           02  HUPDA                         PIC X.
           02  HUPDI                         PIC X(30).
           02  HDRL                          COMP PIC S9(4).
           02  HDRA                          PIC X.
           02  HDRI                          PIC X(79).
           02  UPC1L                         COMP PIC S9(4).
           02  UPC1A                         PIC X.
           02  UPC1I                         PIC X(79).
           02  UPC2L                         COMP PIC S9(4).
           02  UPC2A                         PIC X.
           02  UPC2I                         PIC X(79).
           02  UPC3L                         COMP PIC S9(4).
           02  UPC3A                         PIC X.
           02  UPC3I                         PIC X(79).
           02  UPC4L                         COMP PIC S9(4).
           02  UPC4A                         PIC X.
           02  UPC4I                         PIC X(79).
           02  UPC5L                         COMP PIC S9(4).
           02  UPC5A                         PIC X.
           02  UPC5I                         PIC X(79).
           02  UPC6L                         COMP PIC S9(4).
           02  UPC6A                         PIC X.
           02  UPC6I                         PIC X(79).
           02  UPC7L                         COMP PIC S9(4).
           02  UPC7A                         PIC X.
           02  UPC7I                         PIC X(79).
           02  UPC8L                         COMP PIC S9(4).
           02  UPC8A                         PIC X.
           02  UPC8I                         PIC X(79).
           02  MSGL                          COMP PIC S9(4).
           02  MSGA                          PIC X.
           02  MSGI                          PIC X(79).

       01  HOLMNTO REDEFINES HOLMNTI.
           02  FILLER                        PIC X(12).
           02  FILLER                        PIC X(3).
           02  HDATEO                        PIC X(8).
           02  FILLER                        PIC X(3).
           02  HDESCO                        PIC X(30).
           02  FILLER                        PIC X(3).
           02  HSTATO                        PIC X(9).
           02  FILLER                        PIC X(3).
           02  HUPDO                         PIC X(30).
           02  FILLER                        PIC X(3).
           02  HDRO                          PIC X(79).
           02  FILLER                        PIC X(3).
           02  UPC1O                         PIC X(79).
           02  FILLER                        PIC X(3).
           02  UPC2O                         PIC X(79).
           02  FILLER                        PIC X(3).
           02  UPC3O                         PIC X(79).
           02  FILLER                        PIC X(3).
           02  UPC4O                         PIC X(79).
           02  FILLER                        PIC X(3).
           02  UPC5O                         PIC X(79).
           02  FILLER                        PIC X(3).
           02  UPC6O                         PIC X(79).
           02  FILLER                        PIC X(3).
           02  UPC7O                         PIC X(79).
           02  FILLER                        PIC X(3).
           02  UPC8O                         PIC X(79).
           02  FILLER                        PIC X(3).
           02  MSGO                          PIC X(79).
