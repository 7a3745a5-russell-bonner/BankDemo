      *****************************************************************
      * Copybook:    LTRHIST.CPY                                      *
      * Function:    Record layout for the LTRHIST letter history -   *
      *              a VSAM KSDS keyed by sort code + account number  *
      *              + date sent + letter type, one record for every  *
      *              letter BLTRGEN puts on the correspondence        *
      *              extract.  BLTRGEN reads it back to keep the same *
      *              letter from going to an account twice inside     *
      *              the suppression period set on the CASHCTL        *
      *              LETTERS control record; the account inquiry      *
      *              screen (SACCTINQ) lists the latest letters, so   *
      *              a teller can see what the customer was sent.     *
      *              Letter types are as on copybooks/LTRREQ.cpy.     *
      *****************************************************************
       01  LTRHIST-RECORD.
           05  LH-KEY.
               10  LH-SORT-CODE                 PIC 9(6).
               10  LH-ACCT-NUMBER               PIC 9(8).
               10  LH-SENT-DATE                 PIC X(8).
               10  LH-LETTER-TYPE               PIC X(3).
           05  LH-CUST-NUMBER                   PIC 9(10).
      *****************************************************************
      * The letter's variable data in words, ready for the screen -   *
      * e.g. EXCESS 125.40, PAYEE and amount of the failed payment.   *
      *****************************************************************
           05  LH-DETAIL                        PIC X(40).
           05  FILLER                           PIC X(5).
