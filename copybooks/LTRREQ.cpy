      *****************************************************************
      * Copybook:    LTRREQ.CPY                                       *
      * Function:    Fixed 100-byte record layout of a customer       *
      *              letter request - written by each batch that      *
      *              finds something the customer must be told about  *
      *              and read by the correspondence extract           *
      *              (BLTRGEN), which addresses the letter, applies   *
      *              the suppression rule and records what was sent.  *
      *              Each writer has its own request dataset (see     *
      *              BLTRGEN.jcl).  All amounts are unsigned zoned    *
      *              with two implied decimals.                       *
      *                ODX - unauthorised overdraft excess (BODRPT)   *
      *                DOR - account made dormant (BDORMANT)          *
      *                SOF - standing order not paid for want of      *
      *                      funds (BSTORUN)                          *
      *                PYF - outbound payment not sent for want of    *
      *                      funds (BPAYOUT)                          *
      *              The letter data is carried through to the        *
      *              vendor extract unchanged - LX-LETTER-DATA in     *
      *              copybooks/LTREXT.cpy must stay the same size.    *
      *****************************************************************
       01  LTRREQ-RECORD.
           05  LR-LETTER-TYPE                   PIC X(3).
               88  LR-OVERDRAFT-EXCESS          VALUE 'ODX'.
               88  LR-DORMANCY                  VALUE 'DOR'.
               88  LR-STORDER-FAILED            VALUE 'SOF'.
               88  LR-PAYMENT-FAILED            VALUE 'PYF'.
               88  LR-TYPE-VALID                VALUE 'ODX', 'DOR',
                                                      'SOF', 'PYF'.
           05  LR-BUSINESS-DATE                 PIC X(8).
           05  LR-SORT-CODE                     PIC 9(6).
           05  LR-ACCT-NUMBER                   PIC 9(8).
           05  LR-LETTER-DATA                   PIC X(75).
      *****************************************************************
      * ODX - how far the account is overdrawn, the agreed limit and  *
      * the excess over it.                                           *
      *****************************************************************
           05  LR-ODX-DATA REDEFINES LR-LETTER-DATA.
               10  LR-ODX-OVERDRAWN             PIC 9(11)V99.
               10  LR-ODX-LIMIT                 PIC 9(11)V99.
               10  LR-ODX-EXCESS                PIC 9(11)V99.
               10  FILLER                       PIC X(36).
      *****************************************************************
      * DOR - the date of the last customer movement (the opened      *
      * date when there has never been one) and the balance left on   *
      * the account, with '-' in the sign byte when it is overdrawn.  *
      *****************************************************************
           05  LR-DOR-DATA REDEFINES LR-LETTER-DATA.
               10  LR-DOR-LAST-MOVEMENT         PIC X(8).
               10  LR-DOR-BALANCE-SIGN          PIC X(1).
                   88  LR-DOR-OVERDRAWN         VALUE '-'.
               10  LR-DOR-BALANCE               PIC 9(11)V99.
               10  FILLER                       PIC X(53).
      *****************************************************************
      * SOF - the order, who it pays, the amount and the date it was  *
      * due.                                                          *
      *****************************************************************
           05  LR-SOF-DATA REDEFINES LR-LETTER-DATA.
               10  LR-SOF-ORDER-SEQ             PIC 9(4).
               10  LR-SOF-PAYEE                 PIC X(30).
               10  LR-SOF-AMOUNT                PIC 9(11)V99.
               10  LR-SOF-DUE-DATE              PIC X(8).
               10  FILLER                       PIC X(20).
      *****************************************************************
      * PYF - the payment, who it was to, where it was going, the     *
      * amount and the date it was due.                               *
      *****************************************************************
           05  LR-PYF-DATA REDEFINES LR-LETTER-DATA.
               10  LR-PYF-PAYMENT-SEQ           PIC 9(4).
               10  LR-PYF-PAYEE                 PIC X(30).
               10  LR-PYF-DEST-SORT-CODE        PIC 9(6).
               10  LR-PYF-DEST-ACCT-NUMBER      PIC 9(8).
               10  LR-PYF-AMOUNT                PIC 9(11)V99.
               10  LR-PYF-DUE-DATE              PIC X(8).
               10  FILLER                       PIC X(6).
