      *****************************************************************
      * Copybook:    RELMNT.CPY                                       *
      * Function:    Symbolic map generated from bms/RELMNT.bms for   *
      *              mapset RELMNTM, map RELMNT.  Do not hand-edit    *
      *              the field layout - change the BMS source and     *
      *              re-assemble.                                     *
      *****************************************************************
       01  RELMNTI.
           02  FILLER                        PIC X(12).
           02  ACCTNOL                       COMP PIC S9(4).
           02  ACCTNOA                       PIC X.
           02  ACCTNOI                       PIC X(8).
           02  ATYPEL                        COMP PIC S9(4).
           02  ATYPEA                        PIC X.
           02  ATYPEI                        PIC X(8).
           02  ASTATL                        COMP PIC S9(4).
           02  ASTATA                        PIC X.
           02  ASTATI                        PIC X(9).
           02  CUSTNOL                       COMP PIC S9(4).
           02  CUSTNOA                       PIC X.
           02  CUSTNOI                       PIC X(10).
           02  ROLEL                         COMP PIC S9(4).
           02  ROLEA                         PIC X.
           02  ROLEI                         PIC X(1).
           02  HDRL                          COMP PIC S9(4).
           02  HDRA                          PIC X.
           02  HDRI                          PIC X(79).
           02  PTY1L                         COMP PIC S9(4).
           02  PTY1A                         PIC X.
           02  PTY1I                         PIC X(79).
           02  PTY2L                         COMP PIC S9(4).
           02  PTY2A                         PIC X.
           02  PTY2I                         PIC X(79).
           02  PTY3L                         COMP PIC S9(4).
           02  PTY3A                         PIC X.
           02  PTY3I                         PIC X(79).
           02  PTY4L                         COMP PIC S9(4).
           02  PTY4A                         PIC X.
           02  PTY4I                         PIC X(79).
           02  PTY5L                         COMP PIC S9(4).
           02  PTY5A                         PIC X.
           02  PTY5I                         PIC X(79).
           02  PTY6L                         COMP PIC S9(4).
           02  PTY6A                         PIC X.
           02  PTY6I                         PIC X(79).
           02  PTY7L                         COMP PIC S9(4).
           02  PTY7A                         PIC X.
           02  PTY7I                         PIC X(79).
           02  PTY8L                         COMP PIC S9(4).
           02  PTY8A                         PIC X.
           02  PTY8I                         PIC X(79).
           02  PTY9L                         COMP PIC S9(4).
           02  PTY9A                         PIC X.
           02  PTY9I                         PIC X(79).
           02  PTY10L                        COMP PIC S9(4).
           02  PTY10A                        PIC X.
           02  PTY10I                        PIC X(79).
           02  PTY11L                        COMP PIC S9(4).
           02  PTY11A                        PIC X.
           02  PTY11I                        PIC X(79).
           02  MSGL                          COMP PIC S9(4).
           02  MSGA                          PIC X.
           02  MSGI                          PIC X(79).

       01  RELMNTO REDEFINES RELMNTI.
           02  FILLER                        PIC X(12).
           02  FILLER                        PIC X(3).
           02  ACCTNOO                       PIC X(8).
           02  FILLER                        PIC X(3).
           02  ATYPEO                        PIC X(8).
           02  FILLER                        PIC X(3).
           02  ASTATO                        PIC X(9).
           02  FILLER                        PIC X(3).
           02  CUSTNOO                       PIC X(10).
           02  FILLER                        PIC X(3).
           02  ROLEO                         PIC X(1).
           02  FILLER                        PIC X(3).
           02  HDRO                          PIC X(79).
           02  FILLER                        PIC X(3).
           02  PTY1O                         PIC X(79).
           02  FILLER                        PIC X(3).
           02  PTY2O                         PIC X(79).
           02  FILLER                        PIC X(3).
           02  PTY3O                         PIC X(79).
           02  FILLER                        PIC X(3).
           02  PTY4O                         PIC X(79).
           02  FILLER                        PIC X(3).
           02  PTY5O                         PIC X(79).
           02  FILLER                        PIC X(3).
           02  PTY6O                         PIC X(79).
           02  FILLER                        PIC X(3).
           02  PTY7O                         PIC X(79).
           02  FILLER                        PIC X(3).
           02  PTY8O                         PIC X(79).
           02  FILLER                        PIC X(3).
           02  PTY9O                         PIC X(79).
           02  FILLER                        PIC X(3).
           02  PTY10O                        PIC X(79).
           02  FILLER                        PIC X(3).
           02  PTY11O                        PIC X(79).
           02  FILLER                        PIC X(3).
           02  MSGO                          PIC X(79).
