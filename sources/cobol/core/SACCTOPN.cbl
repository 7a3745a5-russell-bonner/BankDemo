      *   customer whose CUST-CREDIT-SCORE falls short of it, or     *
      *   who has no score on file at all - the score refresh batch  *
      *   (BSCOREXT/BSCOREAP) keeps the scores current.              *
      *   A fixed-term product (PROD-TERM-MONTHS not zero) now takes  *
      *   the term - blank keeps the product's own - and the          *
      *   maturity instruction: roll over (the default) or pay out    *
      *   to a nominated account of the same customer.  The tier-1    *
      *   rate is locked for the term and a TERMDEP record carrying   *
      *   the term, the maturity date and the instruction is          *
      *   written in the same unit of work as the ACCOUNT record.     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       COPY ACCOUNT.
       COPY CUSTOMER.
       COPY PRODUCT.
       COPY TERMDEP.
       COPY ACCTOPN.
       COPY DFHAID.

       01  WS-OD-LIMIT                               PIC S9(8)V99
                                                       COMP-3.

      *****************************************************************
      * The fixed-term fields, edited only when the product carries   *
      * a term - the term in months, what happens at maturity and     *
      * the account the proceeds go to on a pay-out.                  *
      *****************************************************************
       01  WS-FIXED-TERM-SW                          PIC X VALUE 'N'.
           88  WS-FIXED-TERM                         VALUE 'Y'.

       01  WS-TERM-MONTHS                            PIC 9(3).
       01  WS-MAT-INSTRUCTION                        PIC X(1).
           88  WS-MAT-INSTRUCTION-VALID              VALUE 'R', 'P'.
           88  WS-MAT-PAY-OUT                        VALUE 'P'.
       01  WS-NOMINATED-ACCT                         PIC 9(8).
       01  WS-MATURITY-DATE                          PIC X(8).
       01  WS-RATE-ED                                PIC ZZ9.99.

       01  WS-HIGHEST-ACCT-NUMBER                    PIC 9(8).
       01  WS-NEW-ACCT-NUMBER                        PIC 9(8).

           05  WS-ROLL-DD                            PIC 9(2).
       01  WS-ROLL-DATE-X REDEFINES WS-ROLL-DATE     PIC X(8).
       01  WS-ROLL-MAX-DD                            PIC 9(2).
       01  WS-MONTH-COUNT                            PIC 9(6).

      *****************************************************************
      * Carried across the pseudo-conversation.                       *
                           MOVE CUST-NAME TO CUSTNMO
                           PERFORM 2140-CHECK-CREDIT-SCORE
                       END-IF
                       IF WS-INPUT-VALID
                           PERFORM 2150-EDIT-TERM-FIELDS
                       END-IF
                       IF WS-INPUT-VALID
                           AND WS-FIXED-TERM
                           AND NOMACCL > 0
                           PERFORM 2160-CHECK-NOMINATED-ACCT
                       END-IF
                       IF WS-INPUT-VALID
                           PERFORM 3000-ASSIGN-AND-OPEN
                       END-IF
               END-EVALUATE
           END-IF.

      *****************************************************************
      * The term fields only mean something on a fixed-term product - *
      * keyed against an instant-access one they are refused rather   *
      * than silently dropped.  On a fixed-term product a blank term  *
      * takes the product's own, and a blank instruction rolls the    *
      * deposit over; a pay-out needs an account to pay to.           *
      *****************************************************************
       2150-EDIT-TERM-FIELDS.
           MOVE 'N' TO WS-FIXED-TERM-SW.
           MOVE 0 TO WS-TERM-MONTHS.
           MOVE 'R' TO WS-MAT-INSTRUCTION.
           MOVE 0 TO WS-NOMINATED-ACCT.
           IF PROD-TERM-MONTHS NUMERIC
               AND NOT PROD-INSTANT-ACCESS
               SET WS-FIXED-TERM TO TRUE
               MOVE PROD-TERM-MONTHS TO WS-TERM-MONTHS
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-FIXED-TERM
                   IF TERML > 0 OR MATINSL > 0 OR NOMACCL > 0
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'TERM FIELDS ARE FOR FIXED-TERM PRODUCTS'
                           TO WS-MSG
                   END-IF
               WHEN TERML > 0
                   AND TERMI NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'TERM MONTHS MUST BE NUMERIC' TO WS-MSG
               WHEN NOMACCL > 0
                   AND NOMACCI NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'PAY-OUT ACCOUNT MUST BE NUMERIC' TO WS-MSG
               WHEN OTHER
                   IF TERML > 0
                       MOVE TERMI TO WS-TERM-MONTHS
                   END-IF
                   IF MATINSL > 0
                       MOVE MATINSI TO WS-MAT-INSTRUCTION
                   END-IF
                   IF NOMACCL > 0
                       MOVE NOMACCI TO WS-NOMINATED-ACCT
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-TERM-MONTHS = 0
                           OR WS-TERM-MONTHS > 120
                           MOVE 'N' TO WS-VALID-SW
                           MOVE 'TERM MUST BE 1 TO 120 MONTHS'
                               TO WS-MSG
                       WHEN NOT WS-MAT-INSTRUCTION-VALID
                           MOVE 'N' TO WS-VALID-SW
                           MOVE 'AT MATURITY MUST BE R OR P' TO WS-MSG
                       WHEN WS-MAT-PAY-OUT
                           AND WS-NOMINATED-ACCT = 0
                           MOVE 'N' TO WS-VALID-SW
                           MOVE 'A PAY-OUT NEEDS A PAY-OUT ACCOUNT'
                               TO WS-MSG
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE.

      *****************************************************************
      * The account the deposit pays out to must be open and belong   *
      * to the same customer - the maturity batch moves the money     *
      * there without anyone looking at it again.                     *
      *****************************************************************
       2160-CHECK-NOMINATED-ACCT.
           MOVE WS-SORT-CODE TO ACCT-SORT-CODE.
           MOVE WS-NOMINATED-ACCT TO ACCT-NUMBER.
           EXEC CICS READ
                FILE('ACCOUNT')
                INTO(ACCOUNT-RECORD)
                RIDFLD(ACCT-KEY)
                KEYLENGTH(LENGTH OF ACCT-KEY)
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'PAY-OUT ACCOUNT NOT FOUND' TO WS-MSG
               WHEN ACCT-CLOSED
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'PAY-OUT ACCOUNT IS CLOSED' TO WS-MSG
               WHEN ACCT-CUST-NUMBER NOT = WS-CUST-NUM-NUMERIC
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'PAY-OUT ACCOUNT BELONGS TO ANOTHER CUSTOMER'
                       TO WS-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      * The overdraft limit is optional - blank opens the account     *
      * with no facility - but what is keyed has to be a valid        *
      * The account's own rate field defaults from the product's      *
      * tier-1 rate for display on the inquiry screen - the nightly   *
      * interest run prices from the product's tiers, not from here.  *
      * On a fixed-term product this is the rate locked for the       *
      * term, and the maturity batch pays the term's interest at it.  *
      *****************************************************************
           IF PROD-INTEREST-APPLIES
               MOVE PROD-TIER-RATE(1) TO ACCT-INTEREST-RATE
           MOVE WS-ROLL-DATE-X TO ACCT-NEXT-STMT-DATE.
           MOVE WS-ROLL-DATE-X TO ACCT-NEXT-FEE-DATE.
           MOVE 'A' TO ACCT-STATUS.
           IF WS-FIXED-TERM
               MOVE WS-TODAY TO WS-ROLL-DATE-X
               PERFORM 6100-ADD-TERM-MONTHS
               MOVE WS-ROLL-DATE-X TO WS-MATURITY-DATE
           END-IF.

           EXEC CICS WRITE
                FILE('ACCOUNT')
                KEYLENGTH(LENGTH OF ACCT-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               AND WS-FIXED-TERM
               PERFORM 3200-WRITE-TERM-DEPOSIT
           END-IF.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE WS-NEW-ACCT-NUMBER TO ACCTNOO
               MOVE ACCT-OPENED-DATE TO OPNDTEO
               MOVE ACCT-NEXT-STMT-DATE TO NXTSTMO
               IF WS-FIXED-TERM
                   MOVE WS-MATURITY-DATE TO MATDTEO
                   MOVE ACCT-INTEREST-RATE TO WS-RATE-ED
                   MOVE WS-RATE-ED TO FXRATEO
                   MOVE 'FIXED-TERM DEPOSIT OPENED' TO WS-MSG
               ELSE
                   MOVE 'ACCOUNT OPENED' TO WS-MSG
               END-IF
           ELSE
               MOVE 'OPEN FAILED - PRESS PF5 TO TRY AGAIN'
                   TO WS-MSG
           END-IF.

      *****************************************************************
      * The fixed-term record goes in the same unit of work as the    *
      * account - if it cannot be written the account is backed out   *
      * too, so there is never a fixed-term account with no term.     *
      *****************************************************************
       3200-WRITE-TERM-DEPOSIT.
           MOVE SPACES TO TERMDEP-RECORD.
           MOVE ACCT-SORT-CODE TO TD-SORT-CODE.
           MOVE ACCT-NUMBER TO TD-ACCT-NUMBER.
           MOVE WS-TERM-MONTHS TO TD-TERM-MONTHS.
           MOVE WS-TODAY TO TD-START-DATE.
           MOVE WS-MATURITY-DATE TO TD-MATURITY-DATE.
           MOVE ACCT-INTEREST-RATE TO TD-FIXED-RATE.
           MOVE WS-MAT-INSTRUCTION TO TD-INSTRUCTION.
           MOVE WS-NOMINATED-ACCT TO TD-NOMINATED-ACCT.
           SET TD-RUNNING TO TRUE.
           MOVE 0 TO TD-ROLLOVER-COUNT.
           EXEC CICS WRITE
                FILE('TERMDEP')
                FROM(TERMDEP-RECORD)
                RIDFLD(TD-KEY)
                KEYLENGTH(LENGTH OF TD-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
           END-IF.

      *****************************************************************
      * Find the highest assignable account number on file: position  *
      * the browse at the high end of the key range and read          *
           ELSE
               ADD 1 TO WS-ROLL-MM
           END-IF.
           PERFORM 6010-CLAMP-DAY.

      *****************************************************************
      * Roll WS-ROLL-DATE forward by the whole term in one step and   *
      * clamp once, so a deposit opened on the 31st matures on the    *
      * last day of a short month rather than drifting earlier with   *
      * every month added.                                            *
      *****************************************************************
       6100-ADD-TERM-MONTHS.
           COMPUTE WS-MONTH-COUNT =
               WS-ROLL-YYYY * 12 + WS-ROLL-MM - 1 + WS-TERM-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-ROLL-YYYY
               REMAINDER WS-ROLL-MM.
           ADD 1 TO WS-ROLL-MM.
           PERFORM 6010-CLAMP-DAY.

       6010-CLAMP-DAY.
           EVALUATE WS-ROLL-MM
               WHEN 4
               WHEN 6
