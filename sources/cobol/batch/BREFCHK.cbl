      *****************************************************************
      * Program:     BREFCHK.CBL                                      *
      * Layer:       Batch                                            *
      * Function:    Nightly cross-file integrity audit - where       *
      *              BRECON proves each account's PROCTRAN movements  *
      *              sum to its balance, this job proves the master   *
      *              files agree with one another:                    *
      *                every ACCOUNT's customer is on CUSTOMER and    *
      *                  its ACCT-TYPE is on PRODUCT;                 *
      *                ACCT-AVAILABLE-BALANCE is ACCT-BALANCE less    *
      *                  the account's active HOLDS;                  *
      *                no active hold, active standing order or       *
      *                  pending outbound payment stands against a    *
      *                  closed account or one not on file;           *
      *                the next statement and next fee dates are      *
      *                  numeric and not already past.                *
      *              HOLDS, STORDER and OUTPAY are keyed like ACCOUNT *
      *              by sort code + account number, so all four are   *
      *              matched in one sequential pass of each, the way  *
      *              BRECON matches PROCTRAN.  Every exception is     *
      *              printed with a category and a severity.  A       *
      *              SEVERE break ends the job with return code 8,    *
      *              which BRUNCTL records as failed, holding the     *
      *              rest of the stream until operations has looked;  *
      *              warnings alone end it with return code 4.        *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BREFCHK.
       DATE-WRITTEN.
           October 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO ACCOUNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT HOLDS-FILE ASSIGN TO HOLDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT STORDER-FILE ASSIGN TO STORDER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-KEY
               FILE STATUS IS WS-STORDER-STATUS.

           SELECT OUTPAY-FILE ASSIGN TO OUTPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-KEY
               FILE STATUS IS WS-OUTPAY-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTOMER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO PRODUCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PRODUCT-STATUS.

           SELECT REPORT-FILE ASSIGN TO REFCHK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           COPY ACCOUNT.

       FD  HOLDS-FILE.
           COPY HOLDS.

       FD  STORDER-FILE.
           COPY STORDER.

       FD  OUTPAY-FILE.
           COPY OUTPAY.

       FD  CUSTOMER-FILE.
           COPY CUSTOMER.

       FD  PRODUCT-FILE.
           COPY PRODUCT.

       FD  REPORT-FILE.
       01  RPT-LINE                                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNT-STATUS                        PIC X(2).
           88  WS-ACCOUNT-OK                        VALUE '00'.

       01  WS-HOLDS-STATUS                          PIC X(2).
           88  WS-HOLDS-OK                          VALUE '00'.

       01  WS-STORDER-STATUS                        PIC X(2).
           88  WS-STORDER-OK                        VALUE '00'.

       01  WS-OUTPAY-STATUS                         PIC X(2).
           88  WS-OUTPAY-OK                         VALUE '00'.

       01  WS-CUSTOMER-STATUS                       PIC X(2).
           88  WS-CUSTOMER-OK                       VALUE '00'.

       01  WS-PRODUCT-STATUS                        PIC X(2).
           88  WS-PRODUCT-OK                        VALUE '00'.

       01  WS-REPORT-STATUS                         PIC X(2).
           88  WS-REPORT-OK                         VALUE '00'.

       01  WS-END-OF-ACCOUNTS-SW                    PIC X VALUE 'N'.
           88  WS-END-OF-ACCOUNTS                   VALUE 'Y'.

       01  WS-END-OF-HOLDS-SW                       PIC X VALUE 'N'.
           88  WS-END-OF-HOLDS                      VALUE 'Y'.

       01  WS-END-OF-STORDER-SW                     PIC X VALUE 'N'.
           88  WS-END-OF-STORDER                    VALUE 'Y'.

       01  WS-END-OF-OUTPAY-SW                      PIC X VALUE 'N'.
           88  WS-END-OF-OUTPAY                     VALUE 'Y'.

       01  WS-RUN-DATE                               PIC X(8).

       01  WS-CURRENT-KEY.
           05  WS-CURRENT-SORT-CODE                 PIC 9(6).
           05  WS-CURRENT-ACCT-NUMBER               PIC 9(8).

      *****************************************************************
      * The account part of each secondary file's current key - the   *
      * match fields for the merge.                                   *
      *****************************************************************
       01  WS-HOLD-ACCT-KEY.
           05  WS-HK-SORT-CODE                      PIC 9(6).
           05  WS-HK-ACCT-NUMBER                    PIC 9(8).

       01  WS-SO-ACCT-KEY.
           05  WS-SK-SORT-CODE                      PIC 9(6).
           05  WS-SK-ACCT-NUMBER                    PIC 9(8).

       01  WS-OP-ACCT-KEY.
           05  WS-OK-SORT-CODE                      PIC 9(6).
           05  WS-OK-ACCT-NUMBER                    PIC 9(8).

       01  WS-HELD-TOTAL                             PIC S9(10)V99
                                                       COMP-3.
       01  WS-EXPECTED-AVAILABLE                     PIC S9(10)V99
                                                       COMP-3.
       01  WS-DIFFERENCE                             PIC S9(10)V99
                                                       COMP-3.

       01  WS-ACCOUNTS-CHECKED                       PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-HOLDS-READ                             PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-ORDERS-READ                            PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-PAYMENTS-READ                          PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-SEVERE-COUNT                           PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-WARNING-COUNT                          PIC 9(9) COMP
                                                       VALUE 0.

       COPY RUNCTLRQ.

       01  WS-RPT-HEADING1.
           05  FILLER                                PIC X(40)
               VALUE 'CROSS-FILE INTEGRITY AUDIT - BUSINESS DA'.
           05  FILLER                                PIC X(4)
               VALUE 'TE  '.
           05  RH-RUN-DATE                           PIC X(8).
       01  WS-RPT-HEADING2.
           05  FILLER                                PIC X(9)
               VALUE 'SEVERITY '.
           05  FILLER                                PIC X(11)
               VALUE 'CATEGORY   '.
           05  FILLER                                PIC X(7)
               VALUE 'SORT   '.
           05  FILLER                                PIC X(10)
               VALUE 'ACCOUNT   '.
           05  FILLER                                PIC X(12)
               VALUE 'REFERENCE   '.
           05  FILLER                                PIC X(15)
               VALUE '       AMOUNT  '.
           05  FILLER                                PIC X(6)
               VALUE 'DETAIL'.

      *****************************************************************
      * One exception.  Severity is SEVERE for a break that leaves    *
      * money or a downstream job wrong (a missing master record, an  *
      * availability that does not agree with the holds, a date the   *
      * cycle batches cannot work with) and WARNING for an item that  *
      * the batches already pass over safely but that someone should  *
      * tidy up.                                                      *
      *****************************************************************
       01  WS-RPT-DETAIL.
           05  RD-SEVERITY                           PIC X(8).
               88  RD-SEVERE                         VALUE 'SEVERE'.
               88  RD-WARNING                        VALUE 'WARNING'.
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  RD-CATEGORY                           PIC X(9).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  RD-SORT-CODE                          PIC 9(6).
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  RD-ACCT-NUMBER                        PIC 9(8).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  RD-REF                                PIC X(10).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  RD-AMOUNT                             PIC -(9)9.99.
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  RD-DETAIL                             PIC X(50).

       01  WS-RPT-TOTAL1.
           05  FILLER                                PIC X(22)
               VALUE 'ACCOUNTS CHECKED      '.
           05  RT-ACCOUNTS                           PIC Z(8)9.
           05  FILLER                                PIC X(22)
               VALUE '   HOLDS READ         '.
           05  RT-HOLDS                              PIC Z(8)9.
       01  WS-RPT-TOTAL2.
           05  FILLER                                PIC X(22)
               VALUE 'STANDING ORDERS READ  '.
           05  RT-ORDERS                             PIC Z(8)9.
           05  FILLER                                PIC X(22)
               VALUE '   PAYMENTS READ      '.
           05  RT-PAYMENTS                           PIC Z(8)9.
       01  WS-RPT-TOTAL3.
           05  FILLER                                PIC X(22)
               VALUE 'SEVERE EXCEPTIONS     '.
           05  RT-SEVERE                             PIC Z(8)9.
           05  FILLER                                PIC X(22)
               VALUE '   WARNINGS           '.
           05  RT-WARNINGS                           PIC Z(8)9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISE.
           PERFORM 2000-PROCESS-ACCOUNTS
               UNTIL WS-END-OF-ACCOUNTS.
           PERFORM 3100-REPORT-ORPHAN-HOLD
               UNTIL WS-END-OF-HOLDS.
           PERFORM 3200-REPORT-ORPHAN-ORDER
               UNTIL WS-END-OF-STORDER.
           PERFORM 3300-REPORT-ORPHAN-PAYMENT
               UNTIL WS-END-OF-OUTPAY.
           PERFORM 9000-TERMINATE.
           STOP RUN.

      *****************************************************************
      * Open the files, write the report heading and prime the first  *
      * record from ACCOUNT and from each file matched against it.    *
      *****************************************************************
       1000-INITIALISE.
           PERFORM 1500-REGISTER-START.
           OPEN INPUT ACCOUNT-FILE.
           IF NOT WS-ACCOUNT-OK
               DISPLAY 'BREFCHK - UNABLE TO OPEN ACCOUNT, STATUS='
                   WS-ACCOUNT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT HOLDS-FILE.
           IF NOT WS-HOLDS-OK
               DISPLAY 'BREFCHK - UNABLE TO OPEN HOLDS, STATUS='
                   WS-HOLDS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT STORDER-FILE.
           IF NOT WS-STORDER-OK
               DISPLAY 'BREFCHK - UNABLE TO OPEN STORDER, STATUS='
                   WS-STORDER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT OUTPAY-FILE.
           IF NOT WS-OUTPAY-OK
               DISPLAY 'BREFCHK - UNABLE TO OPEN OUTPAY, STATUS='
                   WS-OUTPAY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF NOT WS-CUSTOMER-OK
               DISPLAY 'BREFCHK - UNABLE TO OPEN CUSTOMER, STATUS='
                   WS-CUSTOMER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PRODUCT-FILE.
           IF NOT WS-PRODUCT-OK
               DISPLAY 'BREFCHK - UNABLE TO OPEN PRODUCT, STATUS='
                   WS-PRODUCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-REPORT-OK
               DISPLAY 'BREFCHK - UNABLE TO OPEN REFCHK, STATUS='
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-RPT-HEADING1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RPT-HEADING2 TO RPT-LINE.
           WRITE RPT-LINE.

           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-ACCOUNTS TO TRUE
           END-READ.
           PERFORM 2310-READ-NEXT-HOLD.
           PERFORM 2410-READ-NEXT-ORDER.
           PERFORM 2510-READ-NEXT-PAYMENT.

      *****************************************************************
      * Register with the run control (BRUNCTL): pick up the          *
      * business processing date the whole stream posts under and     *
      * prove this job may start - in sequence, and not already run   *
      * for the date.                                                 *
      *****************************************************************
       1500-REGISTER-START.
           SET RQ-START TO TRUE.
           MOVE 'BREFCHK ' TO RQ-JOB-NAME.
           MOVE 0 TO RQ-RETURN-CODE.
           CALL 'BRUNCTL' USING RUNCTL-REQUEST.
           IF RQ-REFUSED
               DISPLAY 'BREFCHK - NOT STARTED: ' RQ-REFUSAL-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RQ-BUSINESS-DATE TO WS-RUN-DATE.

      *****************************************************************
      * One account: drain any secondary records sorting ahead of it  *
      * (their account is not on file), take in its own holds, orders *
      * and payments, then check the account itself.                  *
      *****************************************************************
       2000-PROCESS-ACCOUNTS.
           MOVE ACCT-SORT-CODE TO WS-CURRENT-SORT-CODE.
           MOVE ACCT-NUMBER TO WS-CURRENT-ACCT-NUMBER.
           MOVE 0 TO WS-HELD-TOTAL.
           ADD 1 TO WS-ACCOUNTS-CHECKED.

           PERFORM 3100-REPORT-ORPHAN-HOLD
               UNTIL WS-END-OF-HOLDS
                  OR WS-HOLD-ACCT-KEY NOT < WS-CURRENT-KEY.
           PERFORM 2300-CONSUME-HOLD
               UNTIL WS-END-OF-HOLDS
                  OR WS-HOLD-ACCT-KEY NOT = WS-CURRENT-KEY.

           PERFORM 3200-REPORT-ORPHAN-ORDER
               UNTIL WS-END-OF-STORDER
                  OR WS-SO-ACCT-KEY NOT < WS-CURRENT-KEY.
           PERFORM 2400-CONSUME-ORDER
               UNTIL WS-END-OF-STORDER
                  OR WS-SO-ACCT-KEY NOT = WS-CURRENT-KEY.

           PERFORM 3300-REPORT-ORPHAN-PAYMENT
               UNTIL WS-END-OF-OUTPAY
                  OR WS-OP-ACCT-KEY NOT < WS-CURRENT-KEY.
           PERFORM 2500-CONSUME-PAYMENT
               UNTIL WS-END-OF-OUTPAY
                  OR WS-OP-ACCT-KEY NOT = WS-CURRENT-KEY.

           PERFORM 2100-CHECK-MASTERS.
           PERFORM 2150-CHECK-AVAILABLE.
           PERFORM 2200-CHECK-CYCLE-DATES.

           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-ACCOUNTS TO TRUE
           END-READ.

      *****************************************************************
      * The account's owner must be on CUSTOMER and its type on       *
      * PRODUCT - the interest, fee and statement batches all read    *
      * through to them.                                              *
      *****************************************************************
       2100-CHECK-MASTERS.
           MOVE ACCT-CUST-NUMBER TO CUST-NUMBER.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '23' TO WS-CUSTOMER-STATUS
           END-READ.
           IF NOT WS-CUSTOMER-OK
               MOVE SPACES TO WS-RPT-DETAIL
               SET RD-SEVERE TO TRUE
               MOVE 'CUSTOMER' TO RD-CATEGORY
               MOVE ACCT-CUST-NUMBER TO RD-REF
               MOVE 'ACCOUNT OWNER NOT ON CUSTOMER' TO RD-DETAIL
               PERFORM 8000-WRITE-EXCEPTION
               MOVE '00' TO WS-CUSTOMER-STATUS
           END-IF.

           MOVE ACCT-TYPE TO PROD-CODE.
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE '23' TO WS-PRODUCT-STATUS
           END-READ.
           IF NOT WS-PRODUCT-OK
               MOVE SPACES TO WS-RPT-DETAIL
               SET RD-SEVERE TO TRUE
               MOVE 'PRODUCT' TO RD-CATEGORY
               MOVE ACCT-TYPE TO RD-REF
               MOVE 'ACCOUNT TYPE NOT ON PRODUCT' TO RD-DETAIL
               PERFORM 8000-WRITE-EXCEPTION
               MOVE '00' TO WS-PRODUCT-STATUS
           END-IF.

      *****************************************************************
      * Available balance is ledger less active holds - the posting   *
      * screens, SHLDMNT and BHLDEXP all keep it so.  The difference  *
      * printed is what the available balance is over (or, negative,  *
      * under) what the holds say it should be.                       *
      *****************************************************************
       2150-CHECK-AVAILABLE.
           COMPUTE WS-EXPECTED-AVAILABLE =
               ACCT-BALANCE - WS-HELD-TOTAL.
           IF ACCT-AVAILABLE-BALANCE NOT = WS-EXPECTED-AVAILABLE
               COMPUTE WS-DIFFERENCE =
                   ACCT-AVAILABLE-BALANCE - WS-EXPECTED-AVAILABLE
               MOVE SPACES TO WS-RPT-DETAIL
               SET RD-SEVERE TO TRUE
               MOVE 'AVAILABLE' TO RD-CATEGORY
               MOVE WS-DIFFERENCE TO RD-AMOUNT
               MOVE 'AVAILABLE NOT BALANCE LESS ACTIVE HOLDS'
                   TO RD-DETAIL
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.

      *****************************************************************
      * BSTMTGEN and BFEEBILL pick an account up when its date has    *
      * arrived and roll it forward, so a date behind the business    *
      * date means a cycle was missed, and one that is not numeric    *
      * cannot be rolled at all.  A closed account whose final        *
      * statement is out (date parked at 99999999) has no further     *
      * statement, and a closed account is never billed, so neither   *
      * date is checked once it no longer drives anything.            *
      *****************************************************************
       2200-CHECK-CYCLE-DATES.
           IF NOT ACCT-FINAL-STMT-DONE
               EVALUATE TRUE
                   WHEN ACCT-NEXT-STMT-DATE NOT NUMERIC
                       MOVE SPACES TO WS-RPT-DETAIL
                       SET RD-SEVERE TO TRUE
                       MOVE 'STMT DATE' TO RD-CATEGORY
                       MOVE ACCT-NEXT-STMT-DATE TO RD-REF
                       MOVE 'NEXT STATEMENT DATE NOT NUMERIC'
                           TO RD-DETAIL
                       PERFORM 8000-WRITE-EXCEPTION
                   WHEN ACCT-NEXT-STMT-DATE < WS-RUN-DATE
                       MOVE SPACES TO WS-RPT-DETAIL
                       SET RD-WARNING TO TRUE
                       MOVE 'STMT DATE' TO RD-CATEGORY
                       MOVE ACCT-NEXT-STMT-DATE TO RD-REF
                       MOVE 'NEXT STATEMENT DATE ALREADY PAST'
                           TO RD-DETAIL
                       PERFORM 8000-WRITE-EXCEPTION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF NOT ACCT-CLOSED
               EVALUATE TRUE
                   WHEN ACCT-NEXT-FEE-DATE NOT NUMERIC
                       MOVE SPACES TO WS-RPT-DETAIL
                       SET RD-SEVERE TO TRUE
                       MOVE 'FEE DATE' TO RD-CATEGORY
                       MOVE ACCT-NEXT-FEE-DATE TO RD-REF
                       MOVE 'NEXT FEE DATE NOT NUMERIC' TO RD-DETAIL
                       PERFORM 8000-WRITE-EXCEPTION
                   WHEN ACCT-NEXT-FEE-DATE < WS-RUN-DATE
                       MOVE SPACES TO WS-RPT-DETAIL
                       SET RD-WARNING TO TRUE
                       MOVE 'FEE DATE' TO RD-CATEGORY
                       MOVE ACCT-NEXT-FEE-DATE TO RD-REF
                       MOVE 'NEXT FEE DATE ALREADY PAST' TO RD-DETAIL
                       PERFORM 8000-WRITE-EXCEPTION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *****************************************************************
      * A hold under the current account: active ones make up the     *
      * held total, and one still active on a closed account is       *
      * flagged - closure should have released it.                    *
      *****************************************************************
       2300-CONSUME-HOLD.
           IF HOLD-ACTIVE
               ADD HOLD-AMOUNT TO WS-HELD-TOTAL
               IF ACCT-CLOSED
                   MOVE SPACES TO WS-RPT-DETAIL
                   SET RD-WARNING TO TRUE
                   MOVE 'HOLD' TO RD-CATEGORY
                   MOVE HOLD-REF TO RD-REF
                   MOVE HOLD-AMOUNT TO RD-AMOUNT
                   MOVE 'ACTIVE HOLD ON CLOSED ACCOUNT' TO RD-DETAIL
                   PERFORM 8010-WRITE-HOLD-EXCEPTION
               END-IF
           END-IF.
           PERFORM 2310-READ-NEXT-HOLD.

       2310-READ-NEXT-HOLD.
           READ HOLDS-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-HOLDS TO TRUE
           END-READ.
           IF NOT WS-END-OF-HOLDS
               ADD 1 TO WS-HOLDS-READ
               MOVE HOLD-SORT-CODE TO WS-HK-SORT-CODE
               MOVE HOLD-ACCT-NUMBER TO WS-HK-ACCT-NUMBER
           END-IF.

      *****************************************************************
      * BSTORUN passes over an order on a closed account each night   *
      * it falls due - it should have been cancelled at closure.      *
      *****************************************************************
       2400-CONSUME-ORDER.
           IF SO-ACTIVE AND ACCT-CLOSED
               MOVE SPACES TO WS-RPT-DETAIL
               SET RD-WARNING TO TRUE
               MOVE 'STORDER' TO RD-CATEGORY
               MOVE SO-SEQ TO RD-REF
               MOVE SO-AMOUNT TO RD-AMOUNT
               MOVE 'ACTIVE STANDING ORDER ON CLOSED ACCOUNT'
                   TO RD-DETAIL
               PERFORM 8020-WRITE-ORDER-EXCEPTION
           END-IF.
           PERFORM 2410-READ-NEXT-ORDER.

       2410-READ-NEXT-ORDER.
           READ STORDER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-STORDER TO TRUE
           END-READ.
           IF NOT WS-END-OF-STORDER
               ADD 1 TO WS-ORDERS-READ
               MOVE SO-SORT-CODE TO WS-SK-SORT-CODE
               MOVE SO-ACCT-NUMBER TO WS-SK-ACCT-NUMBER
           END-IF.

      *****************************************************************
      * Likewise BPAYOUT passes over a pending payment on a closed    *
      * account.                                                      *
      *****************************************************************
       2500-CONSUME-PAYMENT.
           IF OP-PENDING AND ACCT-CLOSED
               MOVE SPACES TO WS-RPT-DETAIL
               SET RD-WARNING TO TRUE
               MOVE 'OUTPAY' TO RD-CATEGORY
               MOVE OP-SEQ TO RD-REF
               MOVE OP-AMOUNT TO RD-AMOUNT
               MOVE 'PENDING PAYMENT ON CLOSED ACCOUNT' TO RD-DETAIL
               PERFORM 8030-WRITE-PAYMENT-EXCEPTION
           END-IF.
           PERFORM 2510-READ-NEXT-PAYMENT.

       2510-READ-NEXT-PAYMENT.
           READ OUTPAY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-OUTPAY TO TRUE
           END-READ.
           IF NOT WS-END-OF-OUTPAY
               ADD 1 TO WS-PAYMENTS-READ
               MOVE OP-SORT-CODE TO WS-OK-SORT-CODE
               MOVE OP-ACCT-NUMBER TO WS-OK-ACCT-NUMBER
           END-IF.

      *****************************************************************
      * Secondary records whose account is not on ACCOUNT - drained   *
      * ahead of each account from 2000, and at the end of the pass   *
      * from 0000-MAIN.  Only a live instruction is a break; a        *
      * released hold, cancelled order or sent payment is history.    *
      *****************************************************************
       3100-REPORT-ORPHAN-HOLD.
           IF HOLD-ACTIVE
               MOVE SPACES TO WS-RPT-DETAIL
               SET RD-SEVERE TO TRUE
               MOVE 'HOLD' TO RD-CATEGORY
               MOVE HOLD-REF TO RD-REF
               MOVE HOLD-AMOUNT TO RD-AMOUNT
               MOVE 'ACTIVE HOLD - ACCOUNT NOT ON FILE' TO RD-DETAIL
               PERFORM 8010-WRITE-HOLD-EXCEPTION
           END-IF.
           PERFORM 2310-READ-NEXT-HOLD.

       3200-REPORT-ORPHAN-ORDER.
           IF SO-ACTIVE
               MOVE SPACES TO WS-RPT-DETAIL
               SET RD-SEVERE TO TRUE
               MOVE 'STORDER' TO RD-CATEGORY
               MOVE SO-SEQ TO RD-REF
               MOVE SO-AMOUNT TO RD-AMOUNT
               MOVE 'ACTIVE STANDING ORDER - ACCOUNT NOT ON FILE'
                   TO RD-DETAIL
               PERFORM 8020-WRITE-ORDER-EXCEPTION
           END-IF.
           PERFORM 2410-READ-NEXT-ORDER.

       3300-REPORT-ORPHAN-PAYMENT.
           IF OP-PENDING
               MOVE SPACES TO WS-RPT-DETAIL
               SET RD-SEVERE TO TRUE
               MOVE 'OUTPAY' TO RD-CATEGORY
               MOVE OP-SEQ TO RD-REF
               MOVE OP-AMOUNT TO RD-AMOUNT
               MOVE 'PENDING PAYMENT - ACCOUNT NOT ON FILE'
                   TO RD-DETAIL
               PERFORM 8030-WRITE-PAYMENT-EXCEPTION
           END-IF.
           PERFORM 2510-READ-NEXT-PAYMENT.

      *****************************************************************
      * Print one exception and count it by severity.  The caller     *
      * clears the line and fills it; an account exception is printed *
      * against the current account, a secondary one against the key  *
      * of the record itself.                                         *
      *****************************************************************
       8000-WRITE-EXCEPTION.
           MOVE WS-CURRENT-SORT-CODE TO RD-SORT-CODE.
           MOVE WS-CURRENT-ACCT-NUMBER TO RD-ACCT-NUMBER.
           PERFORM 8100-PRINT-EXCEPTION.

       8010-WRITE-HOLD-EXCEPTION.
           MOVE HOLD-SORT-CODE TO RD-SORT-CODE.
           MOVE HOLD-ACCT-NUMBER TO RD-ACCT-NUMBER.
           PERFORM 8100-PRINT-EXCEPTION.

       8020-WRITE-ORDER-EXCEPTION.
           MOVE SO-SORT-CODE TO RD-SORT-CODE.
           MOVE SO-ACCT-NUMBER TO RD-ACCT-NUMBER.
           PERFORM 8100-PRINT-EXCEPTION.

       8030-WRITE-PAYMENT-EXCEPTION.
           MOVE OP-SORT-CODE TO RD-SORT-CODE.
           MOVE OP-ACCT-NUMBER TO RD-ACCT-NUMBER.
           PERFORM 8100-PRINT-EXCEPTION.

       8100-PRINT-EXCEPTION.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           IF RD-SEVERE
               ADD 1 TO WS-SEVERE-COUNT
           ELSE
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

      *****************************************************************
      * A severe break fails the job (return code 8) so BRUNCTL holds *
      * the stream behind it; warnings alone give return code 4.      *
      *****************************************************************
       9000-TERMINATE.
           MOVE WS-ACCOUNTS-CHECKED TO RT-ACCOUNTS.
           MOVE WS-HOLDS-READ TO RT-HOLDS.
           MOVE WS-ORDERS-READ TO RT-ORDERS.
           MOVE WS-PAYMENTS-READ TO RT-PAYMENTS.
           MOVE WS-SEVERE-COUNT TO RT-SEVERE.
           MOVE WS-WARNING-COUNT TO RT-WARNINGS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RPT-TOTAL1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RPT-TOTAL2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RPT-TOTAL3 TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE ACCOUNT-FILE.
           CLOSE HOLDS-FILE.
           CLOSE STORDER-FILE.
           CLOSE OUTPAY-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE PRODUCT-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'BREFCHK - ACCOUNTS CHECKED  : ' WS-ACCOUNTS-CHECKED.
           DISPLAY 'BREFCHK - SEVERE EXCEPTIONS : ' WS-SEVERE-COUNT.
           DISPLAY 'BREFCHK - WARNINGS          : ' WS-WARNING-COUNT.
           EVALUATE TRUE
               WHEN WS-SEVERE-COUNT > 0
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN WS-WARNING-COUNT > 0
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           SET RQ-END TO TRUE.
           MOVE RETURN-CODE TO RQ-RETURN-CODE.
           CALL 'BRUNCTL' USING RUNCTL-REQUEST.
