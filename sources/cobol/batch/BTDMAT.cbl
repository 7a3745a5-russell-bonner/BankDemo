      *****************************************************************
      * Program:     BTDMAT.CBL                                       *
      * Layer:       Batch                                            *
      * Function:    Nightly fixed-term deposit maturity - walks the  *
      *              TERMDEP file and, for every running deposit      *
      *              whose maturity date has arrived, pays the term's *
      *              interest at the locked rate (an INT movement)    *
      *              and then carries out the maturity instruction:   *
      *                roll over - a new term of the same length      *
      *                  starts on the old maturity date at the       *
      *                  product's current rate for the balance;      *
      *                pay out - principal and interest move to the   *
      *                  nominated account as a pair of MAT movements *
      *                  (debit on the deposit, credit on the         *
      *                  nominated account) and the deposit is marked *
      *                  matured.                                     *
      *              A deposit whose product has been withdrawn is    *
      *              paid out if it has a nominated account and held  *
      *              otherwise; one whose nominated account is closed *
      *              or missing is held.  Held deposits are flagged   *
      *              on the report and set the return code to 4 for   *
      *              the branch to follow up.  Every action is        *
      *              printed on the maturity report (MATRPT), and     *
      *              every running deposit maturing within the next   *
      *              WS-UPCOMING-DAYS days is listed, with the        *
      *              customer's name and address, on the upcoming     *
      *              maturities list (MATDUE) for the branch to       *
      *              contact the customer before the date.            *
      *              Before posting, PROCTRAN is checked for the      *
      *              deposit's INT and MAT movements already posted   *
      *              for the date, so a rerun never pays twice.       *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BTDMAT.
       DATE-WRITTEN.
           October 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMDEP-FILE ASSIGN TO TERMDEP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-KEY
               FILE STATUS IS WS-TERMDEP-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCOUNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO PRODUCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PRODUCT-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTOMER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT PROCTRAN-FILE ASSIGN TO PROCTRAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROCTRAN-KEY
               FILE STATUS IS WS-PROCTRAN-STATUS.

           SELECT REPORT-FILE ASSIGN TO MATRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT DUE-FILE ASSIGN TO MATDUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERMDEP-FILE.
           COPY TERMDEP.

       FD  ACCOUNT-FILE.
           COPY ACCOUNT.

       FD  PRODUCT-FILE.
           COPY PRODUCT.

       FD  CUSTOMER-FILE.
           COPY CUSTOMER.

       FD  PROCTRAN-FILE.
           COPY PROCTRAN.

       FD  REPORT-FILE.
       01  RPT-LINE                                  PIC X(132).

       FD  DUE-FILE.
       01  DUE-LINE                                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TERMDEP-STATUS                        PIC X(2).
           88  WS-TERMDEP-OK                        VALUE '00'.

       01  WS-ACCOUNT-STATUS                        PIC X(2).
           88  WS-ACCOUNT-OK                        VALUE '00'.

       01  WS-PRODUCT-STATUS                        PIC X(2).
           88  WS-PRODUCT-OK                        VALUE '00'.

       01  WS-CUSTOMER-STATUS                       PIC X(2).
           88  WS-CUSTOMER-OK                       VALUE '00'.

       01  WS-PROCTRAN-STATUS                       PIC X(2).
           88  WS-PROCTRAN-OK                       VALUE '00'.

       01  WS-REPORT-STATUS                         PIC X(2).
           88  WS-REPORT-OK                         VALUE '00'.

       01  WS-DUE-STATUS                            PIC X(2).
           88  WS-DUE-OK                            VALUE '00'.

       01  WS-END-OF-DEPOSITS-SW                    PIC X VALUE 'N'.
           88  WS-END-OF-DEPOSITS                   VALUE 'Y'.

       01  WS-PROCT-EOF-SW                          PIC X VALUE 'N'.
           88  WS-PROCT-EOF                         VALUE 'Y'.

      *****************************************************************
      * Set by the already-posted check - which of the deposit's      *
      * movements a previous run for this date got as far as writing. *
      *****************************************************************
       01  WS-INT-DONE-SW                           PIC X VALUE 'N'.
           88  WS-INT-DONE                          VALUE 'Y'.

       01  WS-MAT-DONE-SW                           PIC X VALUE 'N'.
           88  WS-MAT-DONE                          VALUE 'Y'.

      *****************************************************************
      * Set when the product the deposit runs under can still take a  *
      * new term - on file, active and still a fixed-term product.    *
      *****************************************************************
       01  WS-CAN-ROLL-SW                           PIC X VALUE 'N'.
           88  WS-CAN-ROLL                          VALUE 'Y'.

       01  WS-RUN-DATE                               PIC X(8).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE     PIC 9(8).
       01  WS-RUN-TIME                               PIC X(6).
       01  WS-SEQ                                    PIC 9(4) VALUE 0.

      *****************************************************************
      * Deposits maturing after the run date up to this horizon go on *
      * the upcoming maturities list.                                 *
      *****************************************************************
       01  WS-UPCOMING-DAYS                          PIC 9(3)
           VALUE 30.
       01  WS-HORIZON-DATE                           PIC 9(8).
       01  WS-HORIZON-X REDEFINES WS-HORIZON-DATE    PIC X(8).

       01  WS-DATE-NUM                               PIC 9(8).
       01  WS-START-INT                              PIC S9(9) COMP.
       01  WS-END-INT                                PIC S9(9) COMP.
       01  WS-DATE-INT                               PIC S9(9) COMP.
       01  WS-TERM-DAYS                              PIC S9(5) COMP.

       01  WS-INTEREST                               PIC S9(10)V99
                                                       COMP-3.
       01  WS-PRINCIPAL                              PIC S9(10)V99
                                                       COMP-3.
       01  WS-PAYOUT                                 PIC S9(10)V99
                                                       COMP-3.
       01  WS-EFFECTIVE-RATE                         PIC S9(3)V99
                                                       COMP-3.
       01  WS-TIER                                   PIC 9(1).
       01  WS-OLD-MATURITY                           PIC X(8).
       01  WS-NOMINATED-ACCT                         PIC 9(8).
       01  WS-NOTE                                   PIC X(28).

      *****************************************************************
      * Work area for rolling a YYYYMMDD date forward by a whole term *
      * of months, clamping the day to the length of the target       *
      * month so the maturity date is always a real calendar date.    *
      *****************************************************************
       01  WS-ROLL-DATE.
           05  WS-ROLL-YYYY                          PIC 9(4).
           05  WS-ROLL-MM                            PIC 9(2).
           05  WS-ROLL-DD                            PIC 9(2).
       01  WS-ROLL-DATE-X REDEFINES WS-ROLL-DATE     PIC X(8).
       01  WS-ROLL-MAX-DD                            PIC 9(2).
       01  WS-MONTH-COUNT                            PIC 9(6).

      *****************************************************************
      * Movement descriptions.  The two MAT legs carry the other      *
      * account the way a transfer's legs do, so they tie together    *
      * on an investigation.                                          *
      *****************************************************************
       01  WS-INT-DESC.
           05  FILLER                                PIC X(23)
               VALUE 'FIXED TERM INTEREST TO '.
           05  WS-ID-MATURITY                        PIC X(8).

       01  WS-MAT-DESC.
           05  FILLER                                PIC X(9)
               VALUE 'MATURITY '.
           05  WS-MD-DIRECTION                       PIC X(5).
           05  WS-MD-OTHER-ACCT                      PIC 9(8).

       01  WS-DEPOSITS-READ                          PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-DEPOSITS-MATURED                       PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-DEPOSITS-ROLLED                        PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-DEPOSITS-PAID                          PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-DEPOSITS-HELD                          PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-DEPOSITS-DUE                           PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-TOTAL-INTEREST                         PIC S9(12)V99
                                                       COMP-3 VALUE 0.
       01  WS-TOTAL-PAID                             PIC S9(12)V99
                                                       COMP-3 VALUE 0.

       COPY RUNCTLRQ.

       01  WS-RPT-HEADING1.
           05  FILLER                                PIC X(37)
               VALUE 'FIXED-TERM MATURITY REPORT - RUN OF  '.
           05  RH-RUN-DATE                           PIC X(8).
       01  WS-RPT-HEADING2.
           05  FILLER                                PIC X(25)
               VALUE 'SORT-CODE ACCOUNT   TERM '.
           05  FILLER                                PIC X(36)
               VALUE 'MATURED       PRINCIPAL    INTEREST '.
           05  FILLER                                PIC X(30)
               VALUE 'ACTION      NEW-MAT   RATE    '.
           05  FILLER                                PIC X(14)
               VALUE 'PAID-TO   NOTE'.

       01  WS-RPT-DETAIL.
           05  RD-SORT-CODE                          PIC 9(6).
           05  FILLER                                PIC X(4)
               VALUE SPACE.
           05  RD-ACCT-NUMBER                        PIC 9(8).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  RD-TERM                               PIC ZZ9.
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  RD-MATURITY                           PIC X(8).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  RD-PRINCIPAL                          PIC -(9)9.99.
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  RD-INTEREST                           PIC -(7)9.99.
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  RD-ACTION                             PIC X(11).
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  RD-NEW-MATURITY                       PIC X(8).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  RD-NEW-RATE                           PIC X(6).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  RD-PAID-TO                            PIC X(8).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  RD-NOTE                               PIC X(28).

       01  WS-RATE-ED                                PIC ZZ9.99.

       01  WS-RPT-TOTAL1.
           05  FILLER                                PIC X(22)
               VALUE 'DEPOSITS MATURED      '.
           05  RT-MATURED                            PIC Z(8)9.
           05  FILLER                                PIC X(16)
               VALUE '   ROLLED OVER  '.
           05  RT-ROLLED                             PIC Z(8)9.
           05  FILLER                                PIC X(16)
               VALUE '   PAID OUT     '.
           05  RT-PAID                               PIC Z(8)9.
           05  FILLER                                PIC X(16)
               VALUE '   HELD         '.
           05  RT-HELD                               PIC Z(8)9.
       01  WS-RPT-TOTAL2.
           05  FILLER                                PIC X(22)
               VALUE 'INTEREST PAID         '.
           05  RT-INTEREST                           PIC -(11)9.99.
           05  FILLER                                PIC X(16)
               VALUE '   PAID OUT     '.
           05  RT-PAID-OUT                           PIC -(11)9.99.

       01  WS-DUE-HEADING1.
           05  FILLER                                PIC X(36)
               VALUE 'FIXED-TERM DEPOSITS MATURING BY    '.
           05  DH-HORIZON                            PIC X(8).
           05  FILLER                                PIC X(13)
               VALUE ' - RUN OF    '.
           05  DH-RUN-DATE                           PIC X(8).
       01  WS-DUE-HEADING2.
           05  FILLER                                PIC X(36)
               VALUE 'MATURES   SORT-CODE ACCT-NUMBER     '.
           05  FILLER                                PIC X(32)
               VALUE 'BALANCE  AT MATURITY  PAY-TO    '.
           05  FILLER                                PIC X(18)
               VALUE 'CUSTOMER / ADDRESS'.

       01  WS-DUE-DETAIL.
           05  DD-MATURITY                           PIC X(8).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  DD-SORT-CODE                          PIC 9(6).
           05  FILLER                                PIC X(4)
               VALUE SPACE.
           05  DD-ACCT-NUMBER                        PIC 9(8).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  DD-BALANCE                            PIC -(9)9.99.
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  DD-INSTRUCTION                        PIC X(11).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  DD-PAY-TO                             PIC X(8).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  DD-CUST-NUMBER                        PIC 9(10).
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  DD-CUST-NAME                          PIC X(30).

       01  WS-DUE-ADDRESS.
           05  FILLER                                PIC X(10)
               VALUE SPACE.
           05  DA-LINE1                              PIC X(30).
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  DA-LINE2                              PIC X(30).
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  DA-LINE3                              PIC X(30).
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  DA-POSTCODE                           PIC X(10).

       01  WS-DUE-TOTAL.
           05  FILLER                                PIC X(22)
               VALUE 'DEPOSITS LISTED       '.
           05  DT-COUNT                              PIC Z(8)9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISE.
           PERFORM 2000-PROCESS-DEPOSITS
               UNTIL WS-END-OF-DEPOSITS.
           PERFORM 9000-TERMINATE.
           STOP RUN.

      *****************************************************************
      * Open the files, work out the upcoming-maturities horizon,     *
      * write both report headings and position TERMDEP at the first  *
      * record.                                                       *
      *****************************************************************
       1000-INITIALISE.
           PERFORM 1500-REGISTER-START.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               + WS-UPCOMING-DAYS.
           COMPUTE WS-HORIZON-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

           OPEN I-O TERMDEP-FILE.
           IF NOT WS-TERMDEP-OK
               DISPLAY 'BTDMAT - UNABLE TO OPEN TERMDEP, STATUS='
                   WS-TERMDEP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O ACCOUNT-FILE.
           IF NOT WS-ACCOUNT-OK
               DISPLAY 'BTDMAT - UNABLE TO OPEN ACCOUNT, STATUS='
                   WS-ACCOUNT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PRODUCT-FILE.
           IF NOT WS-PRODUCT-OK
               DISPLAY 'BTDMAT - UNABLE TO OPEN PRODUCT, STATUS='
                   WS-PRODUCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF NOT WS-CUSTOMER-OK
               DISPLAY 'BTDMAT - UNABLE TO OPEN CUSTOMER, STATUS='
                   WS-CUSTOMER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O PROCTRAN-FILE.
           IF NOT WS-PROCTRAN-OK
               DISPLAY 'BTDMAT - UNABLE TO OPEN PROCTRAN, STATUS='
                   WS-PROCTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-REPORT-OK
               DISPLAY 'BTDMAT - UNABLE TO OPEN MATRPT, STATUS='
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT DUE-FILE.
           IF NOT WS-DUE-OK
               DISPLAY 'BTDMAT - UNABLE TO OPEN MATDUE, STATUS='
                   WS-DUE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-RPT-HEADING1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RPT-HEADING2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HORIZON-X TO DH-HORIZON.
           MOVE WS-RUN-DATE TO DH-RUN-DATE.
           MOVE WS-DUE-HEADING1 TO DUE-LINE.
           WRITE DUE-LINE.
           MOVE WS-DUE-HEADING2 TO DUE-LINE.
           WRITE DUE-LINE.

           MOVE LOW-VALUES TO TD-KEY.
           START TERMDEP-FILE
               KEY IS NOT LESS THAN TD-KEY
               INVALID KEY
                   SET WS-END-OF-DEPOSITS TO TRUE
           END-START.

      *****************************************************************
      * Register with the run control (BRUNCTL): pick up the          *
      * business processing date the whole stream posts under and     *
      * prove this job may start - not already run for the date.      *
      *****************************************************************
       1500-REGISTER-START.
           SET RQ-START TO TRUE.
           MOVE 'BTDMAT  ' TO RQ-JOB-NAME.
           MOVE 0 TO RQ-RETURN-CODE.
           CALL 'BRUNCTL' USING RUNCTL-REQUEST.
           IF RQ-REFUSED
               DISPLAY 'BTDMAT - NOT STARTED: ' RQ-REFUSAL-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RQ-BUSINESS-DATE TO WS-RUN-DATE.

      *****************************************************************
      * Read the next deposit.  Only a running term is of interest -  *
      * it either matures tonight or, if it matures soon, goes on the *
      * list for the branch.                                          *
      *****************************************************************
       2000-PROCESS-DEPOSITS.
           READ TERMDEP-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-DEPOSITS TO TRUE
           END-READ.
           IF NOT WS-END-OF-DEPOSITS
               ADD 1 TO WS-DEPOSITS-READ
               EVALUATE TRUE
                   WHEN NOT TD-RUNNING
                       CONTINUE
                   WHEN TD-MATURITY-DATE NOT > WS-RUN-DATE
                       PERFORM 3000-MATURE-DEPOSIT
                   WHEN TD-MATURITY-DATE NOT > WS-HORIZON-X
                       PERFORM 4000-LIST-UPCOMING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *****************************************************************
      * Mature one deposit: pay the term's interest, then roll it     *
      * over or pay it out.  A deposit whose account has gone is      *
      * marked matured and reported - there is nothing left to roll   *
      * or pay.                                                       *
      *****************************************************************
       3000-MATURE-DEPOSIT.
           ADD 1 TO WS-DEPOSITS-MATURED.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE TD-SORT-CODE TO RD-SORT-CODE.
           MOVE TD-ACCT-NUMBER TO RD-ACCT-NUMBER.
           MOVE TD-TERM-MONTHS TO RD-TERM.
           MOVE TD-MATURITY-DATE TO RD-MATURITY.
           MOVE TD-MATURITY-DATE TO WS-OLD-MATURITY.
           MOVE 0 TO WS-INTEREST.
           MOVE SPACES TO WS-NOTE.

           MOVE TD-SORT-CODE TO ACCT-SORT-CODE.
           MOVE TD-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '23' TO WS-ACCOUNT-STATUS
           END-READ.
           EVALUATE TRUE
               WHEN NOT WS-ACCOUNT-OK
                   MOVE 0 TO WS-PRINCIPAL
                   MOVE 'NO ACCOUNT RECORD' TO WS-NOTE
                   PERFORM 3800-HOLD-DEPOSIT
               WHEN ACCT-CLOSED
                   MOVE ACCT-BALANCE TO WS-PRINCIPAL
                   MOVE 'ACCOUNT CLOSED' TO WS-NOTE
                   PERFORM 3800-HOLD-DEPOSIT
               WHEN OTHER
                   MOVE ACCT-BALANCE TO WS-PRINCIPAL
                   PERFORM 3050-CHECK-ALREADY-POSTED
                   PERFORM 3100-PAY-TERM-INTEREST
                   PERFORM 3200-CHECK-PRODUCT
                   EVALUATE TRUE
                       WHEN TD-ROLL-OVER
                           AND WS-CAN-ROLL
                           PERFORM 3300-ROLL-OVER
                       WHEN TD-NOMINATED-ACCT NOT = 0
                           IF TD-ROLL-OVER
                               MOVE 'PRODUCT WITHDRAWN - PAID OUT'
                                   TO WS-NOTE
                           END-IF
                           PERFORM 3400-PAY-OUT
                       WHEN TD-ROLL-OVER
                           MOVE 'PRODUCT WITHDRAWN - FUNDS HELD'
                               TO WS-NOTE
                           PERFORM 3800-HOLD-DEPOSIT
                       WHEN OTHER
                           MOVE 'NO PAY-OUT ACCOUNT - HELD'
                               TO WS-NOTE
                           PERFORM 3800-HOLD-DEPOSIT
                   END-EVALUATE
           END-EVALUATE.
           MOVE WS-PRINCIPAL TO RD-PRINCIPAL.
           MOVE WS-INTEREST TO RD-INTEREST.
           MOVE WS-NOTE TO RD-NOTE.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *****************************************************************
      * Look for the deposit's INT and MAT movements already posted   *
      * for the date.  PROCTRAN is keyed sort-code+account+date+time+ *
      * seq, so starting at the low end of the date's records for the *
      * account and reading forward until the prefix changes finds    *
      * them without an alternate index.                              *
      *****************************************************************
       3050-CHECK-ALREADY-POSTED.
           MOVE 'N' TO WS-INT-DONE-SW.
           MOVE 'N' TO WS-MAT-DONE-SW.
           MOVE 'N' TO WS-PROCT-EOF-SW.
           MOVE LOW-VALUES TO PROCTRAN-KEY.
           MOVE TD-SORT-CODE TO PROCT-SORT-CODE.
           MOVE TD-ACCT-NUMBER TO PROCT-ACCT-NUMBER.
           MOVE WS-RUN-DATE TO PROCT-DATE.
           START PROCTRAN-FILE
               KEY IS NOT LESS THAN PROCTRAN-KEY
               INVALID KEY
                   SET WS-PROCT-EOF TO TRUE
           END-START.
           PERFORM 3060-NOTE-ONE-MOVEMENT
               UNTIL WS-PROCT-EOF.

       3060-NOTE-ONE-MOVEMENT.
           READ PROCTRAN-FILE NEXT RECORD
               AT END
                   SET WS-PROCT-EOF TO TRUE
           END-READ.
           IF NOT WS-PROCT-EOF
               IF PROCT-SORT-CODE = TD-SORT-CODE
                   AND PROCT-ACCT-NUMBER = TD-ACCT-NUMBER
                   AND PROCT-DATE = WS-RUN-DATE
                   EVALUATE PROCT-TYPE-CODE
                       WHEN 'INT'
                           SET WS-INT-DONE TO TRUE
                       WHEN 'MAT'
                           SET WS-MAT-DONE TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               ELSE
                   SET WS-PROCT-EOF TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * The term's interest at the rate locked when it started, for   *
      * the days from start to maturity on the balance now held -     *
      * the rate is an annual percentage, so divide by 100 and pay    *
      * days/365 of it.  Nothing is paid on a nil balance, or when a  *
      * previous run for the date has already paid it.                *
      *****************************************************************
       3100-PAY-TERM-INTEREST.
           IF NOT WS-INT-DONE
               AND ACCT-BALANCE > 0
               MOVE TD-START-DATE TO WS-DATE-NUM
               COMPUTE WS-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               MOVE TD-MATURITY-DATE TO WS-DATE-NUM
               COMPUTE WS-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               COMPUTE WS-TERM-DAYS = WS-END-INT - WS-START-INT
               COMPUTE WS-INTEREST ROUNDED =
                   ACCT-BALANCE * TD-FIXED-RATE / 100
                   * WS-TERM-DAYS / 365
           END-IF.
           IF WS-INT-DONE
               MOVE 'RERUN - INTEREST ALREADY PAID' TO WS-NOTE
           END-IF.
           IF WS-INTEREST > 0
               ADD WS-INTEREST TO ACCT-BALANCE
               ADD WS-INTEREST TO ACCT-AVAILABLE-BALANCE
               PERFORM 3500-REWRITE-ACCOUNT
               PERFORM 3600-STAMP-PROCTRAN
               MOVE 'INT' TO PROCT-TYPE-CODE
               MOVE WS-INTEREST TO PROCT-AMOUNT
               MOVE TD-MATURITY-DATE TO WS-ID-MATURITY
               MOVE WS-INT-DESC TO PROCT-DESCRIPTION
               PERFORM 3650-WRITE-PROCTRAN
               ADD WS-INTEREST TO WS-TOTAL-INTEREST
           END-IF.

      *****************************************************************
      * A deposit can only roll into a new term while its product is  *
      * on file, active and still sold as a fixed-term product.       *
      *****************************************************************
       3200-CHECK-PRODUCT.
           MOVE 'N' TO WS-CAN-ROLL-SW.
           MOVE ACCT-TYPE TO PROD-CODE.
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE '23' TO WS-PRODUCT-STATUS
           END-READ.
           IF WS-PRODUCT-OK
               AND PROD-ACTIVE
               AND PROD-TERM-MONTHS NUMERIC
               AND NOT PROD-INSTANT-ACCESS
               SET WS-CAN-ROLL TO TRUE
           END-IF.

      *****************************************************************
      * Roll over: the new term runs the same number of months from   *
      * the old maturity date, at the product's rate today for the    *
      * balance now held (interest included) - the same tier ladder   *
      * the nightly interest run climbs.  The account's own rate      *
      * field follows, as it did at opening.                          *
      *****************************************************************
       3300-ROLL-OVER.
           MOVE PROD-TIER-RATE(1) TO WS-EFFECTIVE-RATE.
           PERFORM 3310-PICK-TIER-RATE
               VARYING WS-TIER FROM 2 BY 1
               UNTIL WS-TIER > 3.
           MOVE WS-EFFECTIVE-RATE TO ACCT-INTEREST-RATE.
           PERFORM 3500-REWRITE-ACCOUNT.

           MOVE TD-MATURITY-DATE TO TD-START-DATE.
           MOVE TD-MATURITY-DATE TO WS-ROLL-DATE-X.
           PERFORM 6100-ADD-TERM-MONTHS.
           MOVE WS-ROLL-DATE-X TO TD-MATURITY-DATE.
           MOVE WS-EFFECTIVE-RATE TO TD-FIXED-RATE.
           IF TD-ROLLOVER-COUNT < 999
               ADD 1 TO TD-ROLLOVER-COUNT
           END-IF.
           PERFORM 3700-REWRITE-TERMDEP.

           MOVE 'ROLLED OVER' TO RD-ACTION.
           MOVE TD-MATURITY-DATE TO RD-NEW-MATURITY.
           MOVE WS-EFFECTIVE-RATE TO WS-RATE-ED.
           MOVE WS-RATE-ED TO RD-NEW-RATE.
           ADD 1 TO WS-DEPOSITS-ROLLED.

      *****************************************************************
      * Climb the ladder: a balance above the top of the previous     *
      * band takes this band's rate; a zero limit on the previous     *
      * band means the ladder ended there.                            *
      *****************************************************************
       3310-PICK-TIER-RATE.
           IF PROD-TIER-LIMIT(WS-TIER - 1) NOT = 0
               AND ACCT-BALANCE > PROD-TIER-LIMIT(WS-TIER - 1)
               MOVE PROD-TIER-RATE(WS-TIER) TO WS-EFFECTIVE-RATE
           END-IF.

      *****************************************************************
      * Pay out: the available balance - principal and interest, less *
      * anything under a hold - moves to the nominated account.  The  *
      * nominated account is proved open before anything moves; one   *
      * closed or gone leaves the funds held on the deposit.  A       *
      * balance held back by holds is reported as part paid.          *
      *****************************************************************
       3400-PAY-OUT.
           MOVE TD-NOMINATED-ACCT TO WS-NOMINATED-ACCT.
           MOVE WS-NOMINATED-ACCT TO RD-PAID-TO.
           MOVE ACCT-AVAILABLE-BALANCE TO WS-PAYOUT.
           IF ACCT-AVAILABLE-BALANCE < ACCT-BALANCE
               MOVE 'PART PAID - HOLDS ON ACCOUNT' TO WS-NOTE
           END-IF.
           MOVE TD-SORT-CODE TO ACCT-SORT-CODE.
           MOVE WS-NOMINATED-ACCT TO ACCT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '23' TO WS-ACCOUNT-STATUS
           END-READ.
           EVALUATE TRUE
               WHEN NOT WS-ACCOUNT-OK
                   MOVE 'PAY-OUT ACCOUNT MISSING - HELD' TO WS-NOTE
                   PERFORM 3800-HOLD-DEPOSIT
               WHEN ACCT-CLOSED
                   MOVE 'PAY-OUT ACCOUNT CLOSED - HELD' TO WS-NOTE
                   PERFORM 3800-HOLD-DEPOSIT
               WHEN OTHER
                   IF WS-PAYOUT > 0
                       AND NOT WS-MAT-DONE
                       PERFORM 3410-DEBIT-DEPOSIT
                       PERFORM 3420-CREDIT-NOMINATED
                       ADD WS-PAYOUT TO WS-TOTAL-PAID
                   END-IF
                   IF WS-MAT-DONE
                       MOVE 'RERUN - ALREADY PAID OUT' TO WS-NOTE
                   END-IF
                   SET TD-MATURED TO TRUE
                   MOVE WS-RUN-DATE TO TD-MATURED-DATE
                   PERFORM 3700-REWRITE-TERMDEP
                   MOVE 'PAID OUT' TO RD-ACTION
                   ADD 1 TO WS-DEPOSITS-PAID
           END-EVALUATE.

       3410-DEBIT-DEPOSIT.
           MOVE TD-SORT-CODE TO ACCT-SORT-CODE.
           MOVE TD-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '23' TO WS-ACCOUNT-STATUS
           END-READ.
           SUBTRACT WS-PAYOUT FROM ACCT-BALANCE.
           SUBTRACT WS-PAYOUT FROM ACCT-AVAILABLE-BALANCE.
           PERFORM 3500-REWRITE-ACCOUNT.
           PERFORM 3600-STAMP-PROCTRAN.
           MOVE 'MAT' TO PROCT-TYPE-CODE.
           COMPUTE PROCT-AMOUNT = 0 - WS-PAYOUT.
           MOVE 'TO   ' TO WS-MD-DIRECTION.
           MOVE WS-NOMINATED-ACCT TO WS-MD-OTHER-ACCT.
           MOVE WS-MAT-DESC TO PROCT-DESCRIPTION.
           PERFORM 3650-WRITE-PROCTRAN.

       3420-CREDIT-NOMINATED.
           MOVE TD-SORT-CODE TO ACCT-SORT-CODE.
           MOVE WS-NOMINATED-ACCT TO ACCT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '23' TO WS-ACCOUNT-STATUS
           END-READ.
           ADD WS-PAYOUT TO ACCT-BALANCE.
           ADD WS-PAYOUT TO ACCT-AVAILABLE-BALANCE.
           PERFORM 3500-REWRITE-ACCOUNT.
           PERFORM 3600-STAMP-PROCTRAN.
           MOVE 'MAT' TO PROCT-TYPE-CODE.
           MOVE WS-PAYOUT TO PROCT-AMOUNT.
           MOVE 'FROM ' TO WS-MD-DIRECTION.
           MOVE TD-ACCT-NUMBER TO WS-MD-OTHER-ACCT.
           MOVE WS-MAT-DESC TO PROCT-DESCRIPTION.
           PERFORM 3650-WRITE-PROCTRAN.

       3500-REWRITE-ACCOUNT.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'BTDMAT - REWRITE FAILED FOR ACCOUNT '
                       ACCT-KEY
           END-REWRITE.

      *****************************************************************
      * Key a movement against the account in hand under the run      *
      * date and time - the run's own sequence keeps the two MAT legs *
      * and the INT movement apart.                                   *
      *****************************************************************
       3600-STAMP-PROCTRAN.
           ADD 1 TO WS-SEQ.
           MOVE ACCT-SORT-CODE TO PROCT-SORT-CODE.
           MOVE ACCT-NUMBER TO PROCT-ACCT-NUMBER.
           MOVE WS-RUN-DATE TO PROCT-DATE.
           MOVE WS-RUN-TIME TO PROCT-TIME.
           MOVE WS-SEQ TO PROCT-SEQ.
           MOVE 'SYS ' TO PROCT-TELLER-ID.

       3650-WRITE-PROCTRAN.
           WRITE PROCTRAN-RECORD
               INVALID KEY
                   DISPLAY 'BTDMAT - WRITE FAILED FOR PROCTRAN '
                       PROCTRAN-KEY
           END-WRITE.

       3700-REWRITE-TERMDEP.
           REWRITE TERMDEP-RECORD
               INVALID KEY
                   DISPLAY 'BTDMAT - REWRITE FAILED FOR DEPOSIT '
                       TD-KEY
           END-REWRITE.

      *****************************************************************
      * Neither rolled nor paid: the term is over, so the deposit is  *
      * marked matured (free of early-withdrawal restrictions) with   *
      * the money left where it is, and the branch follows it up.     *
      *****************************************************************
       3800-HOLD-DEPOSIT.
           SET TD-MATURED TO TRUE.
           MOVE WS-RUN-DATE TO TD-MATURED-DATE.
           PERFORM 3700-REWRITE-TERMDEP.
           MOVE 'HELD' TO RD-ACTION.
           ADD 1 TO WS-DEPOSITS-HELD.

      *****************************************************************
      * One entry on the upcoming maturities list - the deposit and   *
      * what will happen to it, and the customer's name and address   *
      * on a second line for the branch to make contact.  A deposit   *
      * whose account or customer cannot be found is still listed.    *
      *****************************************************************
       4000-LIST-UPCOMING.
           MOVE SPACES TO WS-DUE-DETAIL.
           MOVE SPACES TO WS-DUE-ADDRESS.
           MOVE TD-MATURITY-DATE TO DD-MATURITY.
           MOVE TD-SORT-CODE TO DD-SORT-CODE.
           MOVE TD-ACCT-NUMBER TO DD-ACCT-NUMBER.
           IF TD-PAY-OUT
               MOVE 'PAY OUT' TO DD-INSTRUCTION
               MOVE TD-NOMINATED-ACCT TO DD-PAY-TO
           ELSE
               MOVE 'ROLL OVER' TO DD-INSTRUCTION
           END-IF.
           MOVE TD-SORT-CODE TO ACCT-SORT-CODE.
           MOVE TD-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '23' TO WS-ACCOUNT-STATUS
           END-READ.
           IF WS-ACCOUNT-OK
               MOVE ACCT-BALANCE TO DD-BALANCE
               MOVE ACCT-CUST-NUMBER TO DD-CUST-NUMBER
               MOVE ACCT-CUST-NUMBER TO CUST-NUMBER
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE '23' TO WS-CUSTOMER-STATUS
               END-READ
               IF WS-CUSTOMER-OK
                   MOVE CUST-NAME TO DD-CUST-NAME
                   MOVE CUST-ADDR-LINE1 TO DA-LINE1
                   MOVE CUST-ADDR-LINE2 TO DA-LINE2
                   MOVE CUST-ADDR-LINE3 TO DA-LINE3
                   MOVE CUST-ADDR-POSTCODE TO DA-POSTCODE
               ELSE
                   MOVE 'NO CUSTOMER RECORD' TO DD-CUST-NAME
               END-IF
           ELSE
               MOVE 'NO ACCOUNT RECORD' TO DD-CUST-NAME
           END-IF.
           MOVE WS-DUE-DETAIL TO DUE-LINE.
           WRITE DUE-LINE.
           MOVE WS-DUE-ADDRESS TO DUE-LINE.
           WRITE DUE-LINE.
           ADD 1 TO WS-DEPOSITS-DUE.

      *****************************************************************
      * Roll WS-ROLL-DATE forward by the deposit's term in one step   *
      * and clamp the day once, so a term starting on the 31st ends   *
      * on the last day of a short month rather than an invalid date. *
      *****************************************************************
       6100-ADD-TERM-MONTHS.
           COMPUTE WS-MONTH-COUNT =
               WS-ROLL-YYYY * 12 + WS-ROLL-MM - 1 + TD-TERM-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-ROLL-YYYY
               REMAINDER WS-ROLL-MM.
           ADD 1 TO WS-ROLL-MM.
           EVALUATE WS-ROLL-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-ROLL-MAX-DD
               WHEN 2
                   IF FUNCTION MOD(WS-ROLL-YYYY 4) = 0
                       AND (FUNCTION MOD(WS-ROLL-YYYY 100) NOT = 0
                           OR FUNCTION MOD(WS-ROLL-YYYY 400) = 0)
                       MOVE 29 TO WS-ROLL-MAX-DD
                   ELSE
                       MOVE 28 TO WS-ROLL-MAX-DD
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-ROLL-MAX-DD
           END-EVALUATE.
           IF WS-ROLL-DD > WS-ROLL-MAX-DD
               MOVE WS-ROLL-MAX-DD TO WS-ROLL-DD
           END-IF.

       9000-TERMINATE.
           MOVE WS-DEPOSITS-MATURED TO RT-MATURED.
           MOVE WS-DEPOSITS-ROLLED TO RT-ROLLED.
           MOVE WS-DEPOSITS-PAID TO RT-PAID.
           MOVE WS-DEPOSITS-HELD TO RT-HELD.
           MOVE WS-TOTAL-INTEREST TO RT-INTEREST.
           MOVE WS-TOTAL-PAID TO RT-PAID-OUT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RPT-TOTAL1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RPT-TOTAL2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-DEPOSITS-DUE TO DT-COUNT.
           MOVE SPACES TO DUE-LINE.
           WRITE DUE-LINE.
           MOVE WS-DUE-TOTAL TO DUE-LINE.
           WRITE DUE-LINE.
           CLOSE TERMDEP-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE PRODUCT-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE PROCTRAN-FILE.
           CLOSE REPORT-FILE.
           CLOSE DUE-FILE.
           DISPLAY 'BTDMAT - DEPOSITS READ     : ' WS-DEPOSITS-READ.
           DISPLAY 'BTDMAT - MATURED           : ' WS-DEPOSITS-MATURED.
           DISPLAY 'BTDMAT - ROLLED OVER       : ' WS-DEPOSITS-ROLLED.
           DISPLAY 'BTDMAT - PAID OUT          : ' WS-DEPOSITS-PAID.
           DISPLAY 'BTDMAT - HELD              : ' WS-DEPOSITS-HELD.
           DISPLAY 'BTDMAT - MATURING SOON     : ' WS-DEPOSITS-DUE.
           IF WS-DEPOSITS-HELD > 0
               AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           SET RQ-END TO TRUE.
           MOVE RETURN-CODE TO RQ-RETURN-CODE.
           CALL 'BRUNCTL' USING RUNCTL-REQUEST.
