      *              code.  A job that started but never ended (an    *
      *              abend) may start again - the jobs carry their    *
      *              own rerun protection.                            *
      *                                                               *
      * Modification history:                                         *
      *   The cross-file integrity audit (BREFCHK) joins the stream   *
      *   after BRECON, so a severe break it finds holds the jobs     *
      *   behind it.                                                  *
      *   The fixed-term deposit maturity run (BTDMAT) joins the      *
      *   stream after BPAYOUT, so its maturity movements go in       *
      *   ahead of the interest run and the reconciliation.           *
      *****************************************************************

       IDENTIFICATION DIVISION.
               VALUE 'BSTORUN '.
           05  FILLER                                PIC X(8)
               VALUE 'BPAYOUT '.
           05  FILLER                                PIC X(8)
               VALUE 'BTDMAT  '.
           05  FILLER                                PIC X(8)
               VALUE 'BPAYIN  '.
           05  FILLER                                PIC X(8)
               VALUE 'BDORMANT'.
           05  FILLER                                PIC X(8)
               VALUE 'BRECON  '.
           05  FILLER                                PIC X(8)
               VALUE 'BREFCHK '.
           05  FILLER                                PIC X(8)
               VALUE 'BGLEXTR '.
           05  FILLER                                PIC X(8)
           05  FILLER                                PIC X(8)
               VALUE 'BPROCARC'.
       01  WS-STREAM-TABLE REDEFINES WS-STREAM-LIST.
           05  WS-STREAM-JOB OCCURS 13               PIC X(8).
       01  WS-STREAM-MAX                             PIC 9(2)
           VALUE 13.

       01  WS-IX                                     PIC 9(2).
       01  WS-JOB-POS                                PIC 9(2).
