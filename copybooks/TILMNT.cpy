      *****************************************************************
      * Copybook:    TILMNT.CPY                                       *
      * Function:    Symbolic map generated from bms/TILMNT.bms for   *
      *              mapset TILMNTM, map TILMNT.  Do not hand-edit    *
      *              the field layout - change the BMS source and     *
      *              re-assemble.                                     *
      *****************************************************************
       01  TILMNTI.
           02  FILLER                        PIC X(12).
           02  TELLIDL                       COMP PIC S9(4).
           02  TELLIDA                       PIC X.
           02  TELLIDI                       PIC X(4).
           02  TDATEL                        COMP PIC S9(4).
           02  TDATEA                        PIC X.
           02  TDATEI                        PIC X(8).
           02  TAMTL                         COMP PIC S9(4).
           02  TAMTA                         PIC X.
           02  TAMTI                         PIC X(13).
           02  TDIRL                         COMP PIC S9(4).
           02  TDIRA                         PIC X.
           02  TDIRI                         PIC X(1).
           02  TSTATL                        COMP PIC S9(4).
           02  TSTATA                        PIC X.
           02  TSTATI                        PIC X(9).
           02  FLOATL                        COMP PIC S9(4).
           02  FLOATA                        PIC X.
           02  FLOATI                        PIC X(13).
           02  CASHINL                       COMP PIC S9(4).
           02  CASHINA                       PIC X.
           02  CASHINI                       PIC X(13).
           02  CASHOUTL                      COMP PIC S9(4).
           02  CASHOUTA                      PIC X.
           02  CASHOUTI                      PIC X(13).
           02  VLTINL                        COMP PIC S9(4).
           02  VLTINA                        PIC X.
           02  VLTINI                        PIC X(13).
           02  VLTOUTL                       COMP PIC S9(4).
           02  VLTOUTA                       PIC X.
           02  VLTOUTI                       PIC X(13).
           02  EXPECTL                       COMP PIC S9(4).
           02  EXPECTA                       PIC X.
           02  EXPECTI                       PIC X(13).
           02  DECLL                         COMP PIC S9(4).
           02  DECLA                         PIC X.
           02  DECLI                         PIC X(13).
           02  VARNCL                        COMP PIC S9(4).
           02  VARNCA                        PIC X.
           02  VARNCI                        PIC X(13).
           02  FLTBYL                        COMP PIC S9(4).
           02  FLTBYA                        PIC X.
           02  FLTBYI                        PIC X(4).
           02  ACCBYL                        COMP PIC S9(4).
           02  ACCBYA                        PIC X.
           02  ACCBYI                        PIC X(4).
           02  MSGL                          COMP PIC S9(4).
           02  MSGA                          PIC X.
           02  MSGI                          PIC X(79).

       01  TILMNTO REDEFINES TILMNTI.
           02  FILLER                        PIC X(12).
           02  FILLER                        PIC X(3).
           02  TELLIDO                       PIC X(4).
           02  FILLER                        PIC X(3).
           02  TDATEO                        PIC X(8).
           02  FILLER                        PIC X(3).
           02  TAMTO                         PIC X(13).
           02  FILLER                        PIC X(3).
           02  TDIRO                         PIC X(1).
           02  FILLER                        PIC X(3).
           02  TSTATO                        PIC X(9).
           02  FILLER                        PIC X(3).
           02  FLOATO                        PIC X(13).
           02  FILLER                        PIC X(3).
           02  CASHINO                       PIC X(13).
           02  FILLER                        PIC X(3).
           02  CASHOUTO                      PIC X(13).
           02  FILLER                        PIC X(3).
           02  VLTINO                        PIC X(13).
           02  FILLER                        PIC X(3).
           02  VLTOUTO                       PIC X(13).
           02  FILLER                        PIC X(3).
           02  EXPECTO                       PIC X(13).
           02  FILLER                        PIC X(3).
           02  DECLO                         PIC X(13).
           02  FILLER                        PIC X(3).
           02  VARNCO                        PIC X(13).
           02  FILLER                        PIC X(3).
           02  FLTBYO                        PIC X(4).
           02  FILLER                        PIC X(3).
           02  ACCBYO                        PIC X(4).
           02  FILLER                        PIC X(3).
           02  MSGO                          PIC X(79).
