      *****************************************************************
      * Copybook:    TRNCOR.CPY                                       *
      * Function:    Symbolic map generated from bms/TRNCOR.bms for   *
      *              mapset TRNCORM, map TRNCOR.  Do not hand-edit    *
      *              the field layout - change the BMS source and     *
      *              re-assemble.                                     *
      *****************************************************************
       01  TRNCORI.
           02  FILLER                        PIC X(12).
           02  ACCTNOL                       COMP PIC S9(4).
           02  ACCTNOA                       PIC X.
           02  ACCTNOI                       PIC X(8).
           02  ODATEL                        COMP PIC S9(4).
           02  ODATEA                        PIC X.
           02  ODATEI                        PIC X(8).
           02  OTIMEL                        COMP PIC S9(4).
           02  OTIMEA                        PIC X.
           02  OTIMEI                        PIC X(6).
           02  OSEQL                         COMP PIC S9(4).
           02  OSEQA                         PIC X.
           02  OSEQI                         PIC X(4).
           02  OTYPEL                        COMP PIC S9(4).
           02  OTYPEA                        PIC X.
           02  OTYPEI                        PIC X(3).
           02  OAMTL                         COMP PIC S9(4).
           02  OAMTA                         PIC X.
           02  OAMTI                         PIC X(13).
           02  ODESCL                        COMP PIC S9(4).
           02  ODESCA                        PIC X.
           02  ODESCI                        PIC X(40).
           02  OTLRL                         COMP PIC S9(4).
           02  OTLRA                         PIC X.
           02  OTLRI                         PIC X(4).
           02  PACCTL                        COMP PIC S9(4).
           02  PACCTA                        PIC X.
           02  PACCTI                        PIC X(8).
           02  REASONL                       COMP PIC S9(4).
           02  REASONA                       PIC X.
           02  REASONI                       PIC X(30).
           02  NEWBALL                       COMP PIC S9(4).
           02  NEWBALA                       PIC X.
           02  NEWBALI                       PIC X(13).
           02  MSGL                          COMP PIC S9(4).
           02  MSGA                          PIC X.
           02  MSGI                          PIC X(79).

       01  TRNCORO REDEFINES TRNCORI.
           02  FILLER                        PIC X(12).
           02  FILLER                        PIC X(3).
           02  ACCTNOO                       PIC X(8).
           02  FILLER                        PIC X(3).
           02  ODATEO                        PIC X(8).
           02  FILLER                        PIC X(3).
           02  OTIMEO                        PIC X(6).
           02  FILLER                        PIC X(3).
           02  OSEQO                         PIC X(4).
           02  FILLER                        PIC X(3).
           02  OTYPEO                        PIC X(3).
           02  FILLER                        PIC X(3).
           02  OAMTO                         PIC X(13).
           02  FILLER                        PIC X(3).
           02  ODESCO                        PIC X(40).
           02  FILLER                        PIC X(3).
           02  OTLRO                         PIC X(4).
           02  FILLER                        PIC X(3).
           02  PACCTO                        PIC X(8).
           02  FILLER                        PIC X(3).
           02  REASONO                       PIC X(30).
           02  FILLER                        PIC X(3).
           02  NEWBALO                       PIC X(13).
           02  FILLER                        PIC X(3).
           02  MSGO                          PIC X(79).
