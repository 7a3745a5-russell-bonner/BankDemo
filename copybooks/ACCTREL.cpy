      *****************************************************************
      * Copybook:    ACCTREL.CPY                                      *
      * Function:    Record layout for the ACCTREL account-party      *
      *              file - a VSAM KSDS keyed by sort code + account  *
      *              number + customer number, one record for every   *
      *              customer other than the owner who is a party to  *
      *              the account.  The owner (primary holder) stays   *
      *              on ACCT-CUST-NUMBER and is never held here.  An  *
      *              alternate index over REL-CUST-NUMBER (CICS file  *
      *              ACCTRELX, see DEFAREL) goes from a customer to   *
      *              every account they are a party to.  A            *
      *              relationship is never deleted: ending it keeps   *
      *              the record with the date it ended and who ended  *
      *              it, so there is a trace of who could act on the  *
      *              account and when.                                *
      *****************************************************************
       01  ACCTREL-RECORD.
           05  REL-KEY.
               10  REL-SORT-CODE                PIC 9(6).
               10  REL-ACCT-NUMBER              PIC 9(8).
               10  REL-CUST-NUMBER              PIC 9(10).
      *****************************************************************
      * J - joint holder: owns the account with the primary holder,   *
      *     is named on its statements and must be told of closure.   *
      * S - authorised signatory: may transact, owns nothing.         *
      * A - holder of a power of attorney for the account.            *
      *****************************************************************
           05  REL-ROLE                         PIC X(1).
               88  REL-JOINT                    VALUE 'J'.
               88  REL-SIGNATORY                VALUE 'S'.
               88  REL-ATTORNEY                 VALUE 'A'.
               88  REL-ROLE-VALID               VALUE 'J' 'S' 'A'.
           05  REL-STATUS                       PIC X(1).
               88  REL-ACTIVE                   VALUE 'A'.
               88  REL-ENDED                    VALUE 'E'.
           05  REL-START-DATE                   PIC X(8).
           05  REL-END-DATE                     PIC X(8).
           05  REL-ADDED-BY                     PIC X(4).
           05  REL-ENDED-BY                     PIC X(4).
           05  FILLER                           PIC X(10).
