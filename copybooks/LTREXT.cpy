      *****************************************************************
      * Copybook:    LTREXT.CPY                                       *
      * Function:    Fixed 331-byte record layout of the customer     *
      *              correspondence extract handed to the print-and-  *
      *              mail vendor - written by BLTRGEN, one detail     *
      *              ('D') per letter to be printed.  The file opens  *
      *              with one header ('H') carrying the business      *
      *              date and closes with one trailer ('T') carrying  *
      *              the detail count and the count of each letter    *
      *              type, so the vendor can prove it received the    *
      *              whole file.  All numbers are zoned, amounts      *
      *              with two implied decimals.                       *
      *              The letter is addressed to the account's owner   *
      *              (primary holder); up to three active joint       *
      *              holders are named on it as well.  The letter     *
      *              data is laid out by letter type exactly as on    *
      *              the request - see copybooks/LTRREQ.cpy.          *
      *****************************************************************
       01  LTREXT-DETAIL.
           05  LX-RECORD-TYPE                   PIC X(1).
               88  LX-IS-HEADER                 VALUE 'H'.
               88  LX-IS-DETAIL                 VALUE 'D'.
               88  LX-IS-TRAILER                VALUE 'T'.
           05  LX-LETTER-TYPE                   PIC X(3).
           05  LX-LETTER-DATE                   PIC X(8).
           05  LX-SORT-CODE                     PIC 9(6).
           05  LX-ACCT-NUMBER                   PIC 9(8).
           05  LX-CUST-NUMBER                   PIC 9(10).
           05  LX-CUST-NAME                     PIC X(30).
           05  LX-JOINT-NAMES.
               10  LX-JOINT-NAME OCCURS 3       PIC X(30).
           05  LX-ADDR-LINE1                    PIC X(30).
           05  LX-ADDR-LINE2                    PIC X(30).
           05  LX-ADDR-LINE3                    PIC X(30).
           05  LX-ADDR-POSTCODE                 PIC X(10).
           05  LX-LETTER-DATA                   PIC X(75).

       01  LTREXT-HEADER REDEFINES LTREXT-DETAIL.
           05  FILLER                           PIC X(1).
           05  LX-HEADER-RUN-DATE               PIC X(8).
           05  FILLER                           PIC X(322).

       01  LTREXT-TRAILER REDEFINES LTREXT-DETAIL.
           05  FILLER                           PIC X(1).
           05  LX-TRAILER-COUNT                 PIC 9(9).
           05  LX-TRAILER-ODX-COUNT             PIC 9(9).
           05  LX-TRAILER-DOR-COUNT             PIC 9(9).
           05  LX-TRAILER-SOF-COUNT             PIC 9(9).
           05  LX-TRAILER-PYF-COUNT             PIC 9(9).
           05  FILLER                           PIC X(285).
