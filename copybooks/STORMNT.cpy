           02  SODESCL                       COMP PIC S9(4).
           02  SODESCA                       PIC X.
           02  SODESCI                       PIC X(30).
           02  EWAUTHL                       COMP PIC S9(4).
           02  EWAUTHA                       PIC X.
           02  EWAUTHI                       PIC X(4).
           02  SOSTATL                       COMP PIC S9(4).
           02  SOSTATA                       PIC X.
           02  SOSTATI                       PIC X(9).
           02  FILLER                        PIC X(3).
           02  SODESCO                       PIC X(30).
           02  FILLER                        PIC X(3).
           02  EWAUTHO                       PIC X(4).
           02  FILLER                        PIC X(3).
           02  SOSTATO                       PIC X(9).
           02  FILLER                        PIC X(3).
           02  MSGO                          PIC X(79).
