           02  TOACCTL                       COMP PIC S9(4).
           02  TOACCTA                       PIC X.
           02  TOACCTI                       PIC X(8).
           02  NOTE1L                        COMP PIC S9(4).
           02  NOTE1A                        PIC X.
           02  NOTE1I                        PIC X(1).
           02  JNT1L                         COMP PIC S9(4).
           02  JNT1A                         PIC X.
           02  JNT1I                         PIC X(44).
           02  NOTE2L                        COMP PIC S9(4).
           02  NOTE2A                        PIC X.
           02  NOTE2I                        PIC X(1).
           02  JNT2L                         COMP PIC S9(4).
           02  JNT2A                         PIC X.
           02  JNT2I                         PIC X(44).
           02  NOTE3L                        COMP PIC S9(4).
           02  NOTE3A                        PIC X.
           02  NOTE3I                        PIC X(1).
           02  JNT3L                         COMP PIC S9(4).
           02  JNT3A                         PIC X.
           02  JNT3I                         PIC X(44).
           02  NOTE4L                        COMP PIC S9(4).
           02  NOTE4A                        PIC X.
           02  NOTE4I                        PIC X(1).
           02  JNT4L                         COMP PIC S9(4).
           02  JNT4A                         PIC X.
           02  JNT4I                         PIC X(44).
           02  NOTE5L                        COMP PIC S9(4).
           02  NOTE5A                        PIC X.
           02  NOTE5I                        PIC X(1).
           02  JNT5L                         COMP PIC S9(4).
           02  JNT5A                         PIC X.
           02  JNT5I                         PIC X(44).
           02  NOTE6L                        COMP PIC S9(4).
           02  NOTE6A                        PIC X.
           02  NOTE6I                        PIC X(1).
           02  JNT6L                         COMP PIC S9(4).
           02  JNT6A                         PIC X.
           02  JNT6I                         PIC X(44).
           02  MSGL                          COMP PIC S9(4).
           02  MSGA                          PIC X.
           02  MSGI                          PIC X(79).
           02  FILLER                        PIC X(3).
           02  TOACCTO                       PIC X(8).
           02  FILLER                        PIC X(3).
           02  NOTE1O                        PIC X(1).
           02  FILLER                        PIC X(3).
           02  JNT1O                         PIC X(44).
           02  FILLER                        PIC X(3).
           02  NOTE2O                        PIC X(1).
           02  FILLER                        PIC X(3).
           02  JNT2O                         PIC X(44).
           02  FILLER                        PIC X(3).
           02  NOTE3O                        PIC X(1).
           02  FILLER                        PIC X(3).
           02  JNT3O                         PIC X(44).
           02  FILLER                        PIC X(3).
           02  NOTE4O                        PIC X(1).
           02  FILLER                        PIC X(3).
           02  JNT4O                         PIC X(44).
           02  FILLER                        PIC X(3).
           02  NOTE5O                        PIC X(1).
           02  FILLER                        PIC X(3).
           02  JNT5O                         PIC X(44).
           02  FILLER                        PIC X(3).
           02  NOTE6O                        PIC X(1).
           02  FILLER                        PIC X(3).
           02  JNT6O                         PIC X(44).
           02  FILLER                        PIC X(3).
           02  MSGO                          PIC X(79).
