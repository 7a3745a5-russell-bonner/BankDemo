      *****************************************************************
      * Copybook:    HOLIDAY.CPY                                      *
      * Function:    Record layout for the HOLIDAY bank-holiday       *
      *              calendar - a VSAM KSDS keyed by the date, one    *
      *              record per bank holiday, maintained by a         *
      *              supervisor on the holiday screen (SHOL).         *
      *              Saturdays and Sundays are never working days     *
      *              and are not held here.  A holiday keyed in       *
      *              error is removed by status rather than deleted,  *
      *              so the calendar keeps who changed it; a removed  *
      *              date is a working day again.  The batch jobs     *
      *              read the calendar through BBUSDAY (see           *
      *              copybooks/BUSDAYRQ.cpy); the run-status screen   *
      *              reads it to offer the next working day.          *
      *****************************************************************
       01  HOLIDAY-RECORD.
           05  HOL-DATE                         PIC X(8).
           05  HOL-DESCRIPTION                  PIC X(30).
           05  HOL-STATUS                       PIC X(1).
               88  HOL-ACTIVE                   VALUE 'A'.
               88  HOL-REMOVED                  VALUE 'R'.
           05  HOL-UPD-TELLER                   PIC X(4).
           05  HOL-UPD-DATE                     PIC X(8).
           05  FILLER                           PIC X(9).
