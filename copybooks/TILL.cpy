      *****************************************************************
      * Copybook:    TILL.CPY                                         *
      * Function:    Record layout for the TILL teller cash-drawer    *
      *              file - a VSAM KSDS keyed by teller id plus       *
      *              business date, one record per teller per day.    *
      *              The opening float and vault transfers are        *
      *              recorded by a supervisor on the till screen      *
      *              (STIL), the cash in and out by every cash        *
      *              deposit and withdrawal the posting screen        *
      *              (SPST) writes, and the declared count by the     *
      *              teller at sign-off (SSGN PF9).  The cash the     *
      *              teller should be holding is the float plus cash  *
      *              in and vault in, less cash out and vault out;    *
      *              the nightly variance report (BTILLRPT) sets it   *
      *              against the declared count.  A till is open      *
      *              until the teller declares, and closed once a     *
      *              supervisor accepts the count.                    *
      *****************************************************************
       01  TILL-RECORD.
           05  TILL-KEY.
               10  TILL-TELLER-ID               PIC X(4).
               10  TILL-DATE                    PIC X(8).
           05  TILL-STATUS                      PIC X(1).
               88  TILL-OPEN                    VALUE 'O'.
               88  TILL-DECLARED                VALUE 'D'.
               88  TILL-CLOSED                  VALUE 'C'.
           05  TILL-OPENING-FLOAT               PIC S9(10)V99 COMP-3.
           05  TILL-CASH-IN                     PIC S9(10)V99 COMP-3.
           05  TILL-CASH-OUT                    PIC S9(10)V99 COMP-3.
           05  TILL-VAULT-IN                    PIC S9(10)V99 COMP-3.
           05  TILL-VAULT-OUT                   PIC S9(10)V99 COMP-3.
           05  TILL-DECLARED-CASH               PIC S9(10)V99 COMP-3.
           05  TILL-DECLARED-TIME               PIC X(6).
           05  TILL-FLOAT-BY                    PIC X(4).
           05  TILL-ACCEPTED-BY                 PIC X(4).
           05  TILL-ACCEPTED-TIME               PIC X(6).
           05  FILLER                           PIC X(25).
