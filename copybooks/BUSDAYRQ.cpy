      *****************************************************************
      * Copybook:    BUSDAYRQ.CPY                                     *
      * Function:    Request area for CALLs to BBUSDAY, the batch     *
      *              business-day module.  The caller passes a date   *
      *              in BD-DATE and gets back whether that date is a  *
      *              working day (not a Saturday, Sunday or a         *
      *              holiday on the HOLIDAY calendar) and the first   *
      *              working day on or after it - the date itself     *
      *              when it is one.  BD-FAILED comes back with the   *
      *              reason when the calendar cannot be read or the   *
      *              date is not a real date.                         *
      *****************************************************************
       01  BUSDAY-REQUEST.
           05  BD-DATE                          PIC X(8).
           05  BD-WORKING-SW                    PIC X(1).
               88  BD-IS-WORKING-DAY            VALUE 'Y'.
               88  BD-NOT-WORKING-DAY           VALUE 'N'.
           05  BD-NEXT-WORKING-DATE             PIC X(8).
           05  BD-REPLY                         PIC X(1).
               88  BD-OK                        VALUE 'Y'.
               88  BD-FAILED                    VALUE 'N'.
           05  BD-FAIL-MSG                      PIC X(60).
