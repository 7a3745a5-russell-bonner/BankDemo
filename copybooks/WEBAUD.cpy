      *****************************************************************
      * Copybook:    WEBAUD.CPY                                       *
      * Function:    Record layout for the WEBAUD audit trail - one   *
      *              record is written for every request made to the  *
      *              online banking account service (SACCTWEB), so    *
      *              the bank can show who asked about which account, *
      *              from where, and what they were told.  Keyed by   *
      *              region + date/time/task the same way as VERAUD,  *
      *              so each request gets its own record without a    *
      *              SEQ counter to maintain.                         *
      *                                                               *
      * WEBAUD-OUTCOME:                                               *
      *   00 - full account detail returned                           *
      *   04 - closed or dormant account, status only returned        *
      *   08 - request refused, parameters missing or not valid       *
      *   12 - account does not belong to the customer named          *
      *   16 - account not on file                                    *
      *   20 - a file the service needs could not be read             *
      * The caller is told 12 and 16 alike (not found); only this     *
      * trail tells them apart.                                       *
      *****************************************************************
       01  WEBAUD-RECORD.
           05  WEBAUD-KEY.
               10  WEBAUD-REGION-ID              PIC X(8).
               10  WEBAUD-DATE                   PIC X(8).
               10  WEBAUD-TIME                   PIC X(6).
               10  WEBAUD-TASK-NUM               PIC 9(7).
           05  WEBAUD-USERID                     PIC X(8).
           05  WEBAUD-CLIENT-ADDR                PIC X(39).
      *****************************************************************
      * The customer and account numbers exactly as the caller sent   *
      * them, so a refused request is logged even when they are not   *
      * numbers at all.                                               *
      *****************************************************************
           05  WEBAUD-CUST-NUMBER                PIC X(10).
           05  WEBAUD-ACCT-NUMBER                PIC X(8).
           05  WEBAUD-OUTCOME                    PIC X(2).
           05  WEBAUD-ROWS-RETURNED              PIC 9(2).
           05  FILLER                            PIC X(2).
