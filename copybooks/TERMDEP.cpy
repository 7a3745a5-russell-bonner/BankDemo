      *****************************************************************
      * Copybook:    TERMDEP.CPY                                      *
      * Function:    Record layout for the TERMDEP fixed-term deposit *
      *              file - a VSAM KSDS keyed like ACCOUNT by sort    *
      *              code + account number.  One record per account   *
      *              opened on a fixed-term product (PROD-TERM-MONTHS *
      *              not zero), written by the opening screen in the  *
      *              same unit of work as the ACCOUNT record, and     *
      *              carrying the term the deposit is running under:  *
      *                the term in months and its start and maturity  *
      *                  dates - a rollover starts the next term on   *
      *                  the old maturity date;                       *
      *                the annual rate locked for the term (the same  *
      *                  rate ACCT-INTEREST-RATE carries) - interest  *
      *                  is not accrued nightly but paid by the       *
      *                  maturity batch (BTDMAT) when the term ends;  *
      *                what to do at maturity: roll over into a new   *
      *                  term at the product's rate on the day, or    *
      *                  pay principal and interest out to the        *
      *                  nominated account;                           *
      *                the status - R while a term is running, M once *
      *                  the deposit has matured and been paid out    *
      *                  (or could not be rolled over), after which   *
      *                  the account is free of early-withdrawal      *
      *                  restrictions.                                *
      *****************************************************************
       01  TERMDEP-RECORD.
           05  TD-KEY.
               10  TD-SORT-CODE                 PIC 9(6).
               10  TD-ACCT-NUMBER               PIC 9(8).
           05  TD-TERM-MONTHS                   PIC 9(3).
           05  TD-START-DATE                    PIC X(8).
           05  TD-MATURITY-DATE                 PIC X(8).
           05  TD-FIXED-RATE                    PIC S9(3)V99 COMP-3.
           05  TD-INSTRUCTION                   PIC X(1).
               88  TD-ROLL-OVER                 VALUE 'R'.
               88  TD-PAY-OUT                   VALUE 'P'.
               88  TD-INSTRUCTION-VALID         VALUE 'R', 'P'.
           05  TD-NOMINATED-ACCT                PIC 9(8).
           05  TD-STATUS                        PIC X(1).
               88  TD-RUNNING                   VALUE 'R'.
               88  TD-MATURED                   VALUE 'M'.
           05  TD-ROLLOVER-COUNT                PIC 9(3).
           05  TD-MATURED-DATE                  PIC X(8).
           05  FILLER                           PIC X(7).
