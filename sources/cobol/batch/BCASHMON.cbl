      *****************************************************************
      * Program:     BCASHMON.CBL                                     *
      * Layer:       Batch                                            *
      * Function:    Nightly large-cash and structuring monitor -     *
      *              reads the DEP, WDL and CHQ movements on PROCTRAN *
      *              over a rolling window ending on the business     *
      *              date and adds them up per customer, across all   *
      *              of the customer's accounts, through              *
      *              ACCT-CUST-NUMBER.  A reversal (REV) of one of    *
      *              those movements inside the window is netted off  *
      *              the customer's totals.  Every customer with      *
      *              cash in plus cash out over the window at or      *
      *              over the aggregate limit goes on the regulatory  *
      *              cash-report extract with their CUSTOMER name,    *
      *              address and date of birth.  The alert report     *
      *              lists customers showing a structuring pattern:   *
      *              several items in the window each just under the  *
      *              single-item limit, or an aggregate over the      *
      *              limit made up entirely of items under it.  Only  *
      *              customers with a qualifying movement on the      *
      *              business date itself are assessed, so the same   *
      *              window is not reported again night after night.  *
      *              The limits and the window length come from the   *
      *              CASHCTL control record (key CASHMON).            *
      *                                                               *
      * Extract layout (all zoned, amounts at V99):                   *
      *   Header:  'H' run date X(8), window start X(8), 'CASHMON'    *
      *   Detail:  'D' run date X(8), customer 9(10), name X(30),     *
      *            address 3 x X(30), postcode X(10), birth date      *
      *            X(8), window start X(8), accounts 9(3), items      *
      *            9(5), cash in 9(11)V99, cash out 9(11)V99,         *
      *            largest item 9(11)V99                              *
      *   Trailer: 'T' run date X(8), detail count 9(9), cash in      *
      *            9(13)V99, cash out 9(13)V99                        *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BCASHMON.
       DATE-WRITTEN.
           October 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASHCTL-FILE ASSIGN TO CASHCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CCTL-KEY
               FILE STATUS IS WS-CASHCTL-STATUS.

           SELECT PROCTRAN-FILE ASSIGN TO PROCTRAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROCTRAN-KEY
               FILE STATUS IS WS-PROCTRAN-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCOUNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTOMER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO CASHEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT REPORT-FILE ASSIGN TO CASHALRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASHCTL-FILE.
           COPY CASHCTL.

       FD  PROCTRAN-FILE.
           COPY PROCTRAN.

       FD  ACCOUNT-FILE.
           COPY ACCOUNT.

       FD  CUSTOMER-FILE.
           COPY CUSTOMER.

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE                              PIC X(212).

       FD  REPORT-FILE.
       01  RPT-LINE                                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CASHCTL-STATUS                        PIC X(2).
           88  WS-CASHCTL-OK                        VALUE '00'.

       01  WS-PROCTRAN-STATUS                       PIC X(2).
           88  WS-PROCTRAN-OK                       VALUE '00'.

       01  WS-ACCOUNT-STATUS                        PIC X(2).
           88  WS-ACCOUNT-OK                        VALUE '00'.

       01  WS-CUSTOMER-STATUS                       PIC X(2).
           88  WS-CUSTOMER-OK                       VALUE '00'.

       01  WS-EXTRACT-STATUS                        PIC X(2).
           88  WS-EXTRACT-OK                        VALUE '00'.

       01  WS-REPORT-STATUS                         PIC X(2).
           88  WS-REPORT-OK                         VALUE '00'.

       01  WS-END-OF-PROCTRAN-SW                    PIC X VALUE 'N'.
           88  WS-END-OF-PROCTRAN                   VALUE 'Y'.

       01  WS-RUN-DATE                               PIC X(8).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE     PIC 9(8).
       01  WS-WINDOW-START                           PIC 9(8).
       01  WS-WINDOW-START-X REDEFINES WS-WINDOW-START
                                                     PIC X(8).
       01  WS-DATE-INT                               PIC S9(9) COMP.

      *****************************************************************
      * The account whose movements are being read.  PROCTRAN comes   *
      * in account order, so its owner is looked up once per account  *
      * rather than once per movement.                                *
      *****************************************************************
       01  WS-CUR-ACCT-NUMBER                        PIC 9(8)
           VALUE 0.
       01  WS-CUR-CUST-NUMBER                        PIC 9(10).
       01  WS-CUR-ACCT-FOUND-SW                     PIC X VALUE 'N'.
           88  WS-CUR-ACCT-FOUND                    VALUE 'Y'.

      *****************************************************************
      * The movement being taken into the totals.  The amount is the  *
      * size of the cash item whichever way it moved; a reversal      *
      * carries the size of the item it reverses.                     *
      *****************************************************************
       01  WS-MOVEMENT.
           05  WS-MV-TYPE                           PIC X(3).
               88  WS-MV-IS-MONITORED               VALUE 'DEP',
                                                          'WDL',
                                                          'CHQ'.
               88  WS-MV-IS-CASH-OUT                VALUE 'WDL'.
           05  WS-MV-AMOUNT                         PIC S9(10)V99
                                                       COMP-3.
           05  WS-MV-REVERSAL-SW                    PIC X(1).
               88  WS-MV-IS-REVERSAL                VALUE 'Y'.

      *****************************************************************
      * A reversal posted on the correction screen names the movement *
      * it reverses in its description - type and original date are   *
      * picked up here.                                               *
      *****************************************************************
       01  WS-REV-DESC-VIEW.
           05  WS-RV-PREFIX                         PIC X(12).
               88  WS-RV-IS-REVERSAL                VALUE
                                                    'REVERSAL OF '.
           05  WS-RV-TYPE                           PIC X(3).
           05  FILLER                               PIC X(1).
           05  WS-RV-DATE                           PIC X(8).
           05  FILLER                               PIC X(16).

      *****************************************************************
      * One entry per customer with monitored cash in the window.     *
      * Customers are spread across PROCTRAN by account, so the       *
      * totals build up here before anything can be assessed.         *
      *****************************************************************
       01  WS-CT-MAX                                 PIC 9(4)
           VALUE 5000.
       01  WS-CT-COUNT                               PIC 9(4)
           VALUE 0.
       01  WS-CT-TABLE.
           05  WS-CT-ENTRY OCCURS 5000.
               10  WS-CT-CUST-NUMBER                PIC 9(10).
               10  WS-CT-LAST-ACCT                  PIC 9(8).
               10  WS-CT-ACCOUNTS                   PIC 9(3).
               10  WS-CT-ITEMS                      PIC 9(5).
               10  WS-CT-NEAR-ITEMS                 PIC 9(5).
               10  WS-CT-CASH-IN                    PIC S9(11)V99
                                                       COMP-3.
               10  WS-CT-CASH-OUT                   PIC S9(11)V99
                                                       COMP-3.
               10  WS-CT-LARGEST                    PIC S9(10)V99
                                                       COMP-3.
               10  WS-CT-TODAY-SW                   PIC X(1).
                   88  WS-CT-ACTIVE-TODAY           VALUE 'Y'.
               10  WS-CT-SINGLE-SW                  PIC X(1).
                   88  WS-CT-HAS-SINGLE-OVER        VALUE 'Y'.

       01  WS-IX                                     PIC 9(4).
       01  WS-HIT-IX                                 PIC 9(4).

       01  WS-AGGREGATE                              PIC S9(12)V99
                                                       COMP-3.

       01  WS-REPORTABLE-SW                         PIC X VALUE 'N'.
           88  WS-REPORTABLE                        VALUE 'Y'.
       01  WS-NEAR-PATTERN-SW                       PIC X VALUE 'N'.
           88  WS-NEAR-PATTERN                      VALUE 'Y'.
       01  WS-SPLIT-PATTERN-SW                      PIC X VALUE 'N'.
           88  WS-SPLIT-PATTERN                     VALUE 'Y'.

       01  WS-MOVEMENTS-READ                         PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-MOVEMENTS-TAKEN                        PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-NO-ACCOUNT                             PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-CUSTOMERS-ASSESSED                     PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-CUSTOMERS-EXTRACTED                    PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-ALERTS-RAISED                          PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-CUSTOMERS-MISSING                      PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-EXTRACT-CASH-IN                        PIC S9(13)V99
                                                       COMP-3 VALUE 0.
       01  WS-EXTRACT-CASH-OUT                       PIC S9(13)V99
                                                       COMP-3 VALUE 0.

       COPY RUNCTLRQ.

       01  WS-EXTRACT-HEADER.
           05  XH-RECORD-TYPE                        PIC X(1)
               VALUE 'H'.
           05  XH-RUN-DATE                           PIC X(8).
           05  XH-WINDOW-START                       PIC X(8).
           05  XH-SOURCE                             PIC X(8)
               VALUE 'CASHMON '.

       01  WS-EXTRACT-DETAIL.
           05  XD-RECORD-TYPE                        PIC X(1)
               VALUE 'D'.
           05  XD-RUN-DATE                           PIC X(8).
           05  XD-CUST-NUMBER                        PIC 9(10).
           05  XD-CUST-NAME                          PIC X(30).
           05  XD-ADDR-LINE1                         PIC X(30).
           05  XD-ADDR-LINE2                         PIC X(30).
           05  XD-ADDR-LINE3                         PIC X(30).
           05  XD-ADDR-POSTCODE                      PIC X(10).
           05  XD-DATE-OF-BIRTH                      PIC X(8).
           05  XD-WINDOW-START                       PIC X(8).
           05  XD-ACCOUNTS                           PIC 9(3).
           05  XD-ITEMS                              PIC 9(5).
           05  XD-CASH-IN                            PIC 9(11)V99.
           05  XD-CASH-OUT                           PIC 9(11)V99.
           05  XD-LARGEST                            PIC 9(11)V99.

       01  WS-EXTRACT-TRAILER.
           05  XT-RECORD-TYPE                        PIC X(1)
               VALUE 'T'.
           05  XT-RUN-DATE                           PIC X(8).
           05  XT-COUNT                              PIC 9(9).
           05  XT-CASH-IN                            PIC 9(13)V99.
           05  XT-CASH-OUT                           PIC 9(13)V99.

       01  WS-RPT-HEADING1.
           05  FILLER                                PIC X(34)
               VALUE 'STRUCTURING ALERT REPORT - RUN OF '.
           05  RH-RUN-DATE                           PIC X(8).
           05  FILLER                                PIC X(14)
               VALUE '  WINDOW FROM '.
           05  RH-WINDOW-START                       PIC X(8).
       01  WS-RPT-HEADING2.
           05  FILLER                                PIC X(40)
               VALUE 'CUSTOMER   NAME                         '.
           05  FILLER                                PIC X(38)
               VALUE ' ACCTS ITEMS  NEAR       CASH IN      '.
           05  FILLER                                PIC X(31)
               VALUE 'CASH OUT       LARGEST  PATTERN'.

       01  WS-RPT-DETAIL.
           05  RD-CUST-NUMBER                        PIC 9(10).
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  RD-CUST-NAME                          PIC X(30).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  RD-ACCOUNTS                           PIC ZZ9.
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  RD-ITEMS                              PIC ZZZZ9.
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  RD-NEAR-ITEMS                         PIC ZZZZ9.
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  RD-CASH-IN                            PIC -(9)9.99.
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  RD-CASH-OUT                           PIC -(9)9.99.
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  RD-LARGEST                            PIC -(9)9.99.
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  RD-PATTERN                            PIC X(30).

       01  WS-RPT-TOTAL1.
           05  FILLER                                PIC X(22)
               VALUE 'CUSTOMERS ASSESSED    '.
           05  RT-ASSESSED                           PIC Z(8)9.
           05  FILLER                                PIC X(24)
               VALUE '   ON REGULATORY EXTRACT'.
           05  RT-EXTRACTED                          PIC Z(8)9.
       01  WS-RPT-TOTAL2.
           05  FILLER                                PIC X(22)
               VALUE 'STRUCTURING ALERTS    '.
           05  RT-ALERTS                             PIC Z(8)9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISE.
           PERFORM 2000-PROCESS-PROCTRAN
               UNTIL WS-END-OF-PROCTRAN.
           PERFORM 3000-ASSESS-CUSTOMERS.
           PERFORM 9000-TERMINATE.
           STOP RUN.

      *****************************************************************
      * Pick up the limits, work out where the window starts, open    *
      * the files and write the extract header and report heading.    *
      *****************************************************************
       1000-INITIALISE.
           PERFORM 1500-REGISTER-START.
           PERFORM 1100-READ-CONTROL.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               - CCTL-WINDOW-DAYS + 1.
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

           OPEN INPUT PROCTRAN-FILE.
           IF NOT WS-PROCTRAN-OK
               DISPLAY 'BCASHMON - UNABLE TO OPEN PROCTRAN, STATUS='
                   WS-PROCTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ACCOUNT-FILE.
           IF NOT WS-ACCOUNT-OK
               DISPLAY 'BCASHMON - UNABLE TO OPEN ACCOUNT, STATUS='
                   WS-ACCOUNT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF NOT WS-CUSTOMER-OK
               DISPLAY 'BCASHMON - UNABLE TO OPEN CUSTOMER, STATUS='
                   WS-CUSTOMER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT EXTRACT-FILE.
           IF NOT WS-EXTRACT-OK
               DISPLAY 'BCASHMON - UNABLE TO OPEN CASHEXT, STATUS='
                   WS-EXTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-REPORT-OK
               DISPLAY 'BCASHMON - UNABLE TO OPEN CASHALRT, STATUS='
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-RUN-DATE TO XH-RUN-DATE.
           MOVE WS-WINDOW-START-X TO XH-WINDOW-START.
           MOVE WS-EXTRACT-HEADER TO EXTRACT-LINE.
           WRITE EXTRACT-LINE.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-WINDOW-START-X TO RH-WINDOW-START.
           MOVE WS-RPT-HEADING1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RPT-HEADING2 TO RPT-LINE.
           WRITE RPT-LINE.

      *****************************************************************
      * The limits are compliance's to set - a missing or unusable    *
      * control record stops the job rather than monitoring against   *
      * limits nobody chose.                                          *
      *****************************************************************
       1100-READ-CONTROL.
           OPEN INPUT CASHCTL-FILE.
           IF NOT WS-CASHCTL-OK
               DISPLAY 'BCASHMON - UNABLE TO OPEN CASHCTL, STATUS='
                   WS-CASHCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'CASHMON ' TO CCTL-KEY.
           READ CASHCTL-FILE
               INVALID KEY
                   MOVE '23' TO WS-CASHCTL-STATUS
           END-READ.
           IF NOT WS-CASHCTL-OK
               DISPLAY 'BCASHMON - NO CASHMON CONTROL RECORD, STATUS='
                   WS-CASHCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CCTL-SINGLE-LIMIT NOT NUMERIC
               OR CCTL-AGGREGATE-LIMIT NOT NUMERIC
               OR CCTL-NEAR-FLOOR NOT NUMERIC
               OR CCTL-NEAR-COUNT NOT NUMERIC
               OR CCTL-WINDOW-DAYS NOT NUMERIC
               OR CCTL-WINDOW-DAYS = 0
               OR CCTL-SINGLE-LIMIT = 0
               OR CCTL-AGGREGATE-LIMIT = 0
               OR CCTL-NEAR-FLOOR NOT < CCTL-SINGLE-LIMIT
               DISPLAY 'BCASHMON - CASHMON CONTROL RECORD INVALID'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE CASHCTL-FILE.
           DISPLAY 'BCASHMON - SINGLE LIMIT    : ' CCTL-SINGLE-LIMIT.
           DISPLAY 'BCASHMON - AGGREGATE LIMIT : '
               CCTL-AGGREGATE-LIMIT.
           DISPLAY 'BCASHMON - NEAR-LIMIT FLOOR: ' CCTL-NEAR-FLOOR.
           DISPLAY 'BCASHMON - NEAR-LIMIT COUNT: ' CCTL-NEAR-COUNT.
           DISPLAY 'BCASHMON - WINDOW DAYS     : ' CCTL-WINDOW-DAYS.

      *****************************************************************
      * Register with the run control (BRUNCTL): pick up the          *
      * business processing date the whole stream posts under and     *
      * prove this job may start - not already run for the date.      *
      *****************************************************************
       1500-REGISTER-START.
           SET RQ-START TO TRUE.
           MOVE 'BCASHMON' TO RQ-JOB-NAME.
           MOVE 0 TO RQ-RETURN-CODE.
           CALL 'BRUNCTL' USING RUNCTL-REQUEST.
           IF RQ-REFUSED
               DISPLAY 'BCASHMON - NOT STARTED: ' RQ-REFUSAL-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RQ-BUSINESS-DATE TO WS-RUN-DATE.

      *****************************************************************
      * Read the next movement and take it into its customer's        *
      * totals if it is a monitored movement inside the window, or a  *
      * reversal of one.                                              *
      *****************************************************************
       2000-PROCESS-PROCTRAN.
           READ PROCTRAN-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-PROCTRAN TO TRUE
           END-READ.
           IF NOT WS-END-OF-PROCTRAN
               ADD 1 TO WS-MOVEMENTS-READ
               IF PROCT-DATE NOT < WS-WINDOW-START-X
                   AND PROCT-DATE NOT > WS-RUN-DATE
                   PERFORM 2050-CLASSIFY-MOVEMENT
               END-IF
           END-IF.

      *****************************************************************
      * A reversal counts only when the movement it reverses was in   *
      * the window too - otherwise there is nothing here to net it    *
      * against.                                                      *
      *****************************************************************
       2050-CLASSIFY-MOVEMENT.
           MOVE 'N' TO WS-MV-REVERSAL-SW.
           IF PROCT-TYPE-CODE = 'REV'
               MOVE PROCT-DESCRIPTION TO WS-REV-DESC-VIEW
               MOVE WS-RV-TYPE TO WS-MV-TYPE
               IF WS-RV-IS-REVERSAL
                   AND WS-MV-IS-MONITORED
                   AND WS-RV-DATE NOT < WS-WINDOW-START-X
                   SET WS-MV-IS-REVERSAL TO TRUE
                   PERFORM 2100-TAKE-MOVEMENT
               END-IF
           ELSE
               MOVE PROCT-TYPE-CODE TO WS-MV-TYPE
               IF WS-MV-IS-MONITORED
                   PERFORM 2100-TAKE-MOVEMENT
               END-IF
           END-IF.

       2100-TAKE-MOVEMENT.
           IF PROCT-AMOUNT < 0
               COMPUTE WS-MV-AMOUNT = 0 - PROCT-AMOUNT
           ELSE
               MOVE PROCT-AMOUNT TO WS-MV-AMOUNT
           END-IF.
           IF PROCT-ACCT-NUMBER NOT = WS-CUR-ACCT-NUMBER
               PERFORM 2200-GET-ACCOUNT-OWNER
           END-IF.
           IF WS-CUR-ACCT-FOUND
               PERFORM 2300-FIND-CUSTOMER-ENTRY
               PERFORM 2400-ADD-TO-CUSTOMER
               ADD 1 TO WS-MOVEMENTS-TAKEN
           ELSE
               ADD 1 TO WS-NO-ACCOUNT
           END-IF.

       2200-GET-ACCOUNT-OWNER.
           MOVE PROCT-ACCT-NUMBER TO WS-CUR-ACCT-NUMBER.
           MOVE PROCT-SORT-CODE TO ACCT-SORT-CODE.
           MOVE PROCT-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '23' TO WS-ACCOUNT-STATUS
           END-READ.
           IF WS-ACCOUNT-OK
               SET WS-CUR-ACCT-FOUND TO TRUE
               MOVE ACCT-CUST-NUMBER TO WS-CUR-CUST-NUMBER
           ELSE
               MOVE 'N' TO WS-CUR-ACCT-FOUND-SW
               DISPLAY 'BCASHMON - NO ACCOUNT FOR MOVEMENTS ON '
                   PROCT-ACCT-NUMBER
           END-IF.

      *****************************************************************
      * Find the customer's entry, creating it the first time the     *
      * customer appears.                                             *
      *****************************************************************
       2300-FIND-CUSTOMER-ENTRY.
           MOVE 0 TO WS-HIT-IX.
           PERFORM 2310-MATCH-ONE-ENTRY
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-CT-COUNT
                  OR WS-HIT-IX > 0.
           IF WS-HIT-IX = 0
               IF WS-CT-COUNT = WS-CT-MAX
                   DISPLAY 'BCASHMON - CUSTOMER TABLE FULL AT '
                       PROCTRAN-KEY
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CT-COUNT
               MOVE WS-CT-COUNT TO WS-HIT-IX
               MOVE WS-CUR-CUST-NUMBER TO WS-CT-CUST-NUMBER(WS-HIT-IX)
               MOVE 0 TO WS-CT-LAST-ACCT(WS-HIT-IX)
               MOVE 0 TO WS-CT-ACCOUNTS(WS-HIT-IX)
               MOVE 0 TO WS-CT-ITEMS(WS-HIT-IX)
               MOVE 0 TO WS-CT-NEAR-ITEMS(WS-HIT-IX)
               MOVE 0 TO WS-CT-CASH-IN(WS-HIT-IX)
               MOVE 0 TO WS-CT-CASH-OUT(WS-HIT-IX)
               MOVE 0 TO WS-CT-LARGEST(WS-HIT-IX)
               MOVE 'N' TO WS-CT-TODAY-SW(WS-HIT-IX)
               MOVE 'N' TO WS-CT-SINGLE-SW(WS-HIT-IX)
           END-IF.

       2310-MATCH-ONE-ENTRY.
           IF WS-CT-CUST-NUMBER(WS-IX) = WS-CUR-CUST-NUMBER
               MOVE WS-IX TO WS-HIT-IX
           END-IF.

      *****************************************************************
      * Cash in is deposits and checks, cash out is withdrawals.  A   *
      * reversal takes its item back out of the totals and the item   *
      * counts; the largest item seen is left as it was.              *
      *****************************************************************
       2400-ADD-TO-CUSTOMER.
           IF WS-CT-LAST-ACCT(WS-HIT-IX) NOT = PROCT-ACCT-NUMBER
               ADD 1 TO WS-CT-ACCOUNTS(WS-HIT-IX)
               MOVE PROCT-ACCT-NUMBER TO WS-CT-LAST-ACCT(WS-HIT-IX)
           END-IF.
           IF WS-MV-IS-REVERSAL
               PERFORM 2420-TAKE-OFF-REVERSAL
           ELSE
               PERFORM 2410-TAKE-ON-ITEM
           END-IF.

       2410-TAKE-ON-ITEM.
           ADD 1 TO WS-CT-ITEMS(WS-HIT-IX).
           IF WS-MV-IS-CASH-OUT
               ADD WS-MV-AMOUNT TO WS-CT-CASH-OUT(WS-HIT-IX)
           ELSE
               ADD WS-MV-AMOUNT TO WS-CT-CASH-IN(WS-HIT-IX)
           END-IF.
           IF WS-MV-AMOUNT > WS-CT-LARGEST(WS-HIT-IX)
               MOVE WS-MV-AMOUNT TO WS-CT-LARGEST(WS-HIT-IX)
           END-IF.
           IF WS-MV-AMOUNT NOT < CCTL-SINGLE-LIMIT
               SET WS-CT-HAS-SINGLE-OVER(WS-HIT-IX) TO TRUE
           ELSE
               IF WS-MV-AMOUNT NOT < CCTL-NEAR-FLOOR
                   ADD 1 TO WS-CT-NEAR-ITEMS(WS-HIT-IX)
               END-IF
           END-IF.
           IF PROCT-DATE = WS-RUN-DATE
               SET WS-CT-ACTIVE-TODAY(WS-HIT-IX) TO TRUE
           END-IF.

       2420-TAKE-OFF-REVERSAL.
           IF WS-CT-ITEMS(WS-HIT-IX) > 0
               SUBTRACT 1 FROM WS-CT-ITEMS(WS-HIT-IX)
           END-IF.
           IF WS-MV-IS-CASH-OUT
               SUBTRACT WS-MV-AMOUNT FROM WS-CT-CASH-OUT(WS-HIT-IX)
           ELSE
               SUBTRACT WS-MV-AMOUNT FROM WS-CT-CASH-IN(WS-HIT-IX)
           END-IF.
           IF WS-MV-AMOUNT < CCTL-SINGLE-LIMIT
               AND WS-MV-AMOUNT NOT < CCTL-NEAR-FLOOR
               AND WS-CT-NEAR-ITEMS(WS-HIT-IX) > 0
               SUBTRACT 1 FROM WS-CT-NEAR-ITEMS(WS-HIT-IX)
           END-IF.

      *****************************************************************
      * With the whole window taken in, assess every customer who     *
      * moved monitored cash on the business date.                    *
      *****************************************************************
       3000-ASSESS-CUSTOMERS.
           PERFORM 3100-ASSESS-ONE-CUSTOMER
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-CT-COUNT.

       3100-ASSESS-ONE-CUSTOMER.
           IF WS-CT-ACTIVE-TODAY(WS-IX)
               ADD 1 TO WS-CUSTOMERS-ASSESSED
               MOVE 'N' TO WS-REPORTABLE-SW
               MOVE 'N' TO WS-NEAR-PATTERN-SW
               MOVE 'N' TO WS-SPLIT-PATTERN-SW
               COMPUTE WS-AGGREGATE =
                   WS-CT-CASH-IN(WS-IX) + WS-CT-CASH-OUT(WS-IX)
               IF WS-AGGREGATE NOT < CCTL-AGGREGATE-LIMIT
                   SET WS-REPORTABLE TO TRUE
                   IF NOT WS-CT-HAS-SINGLE-OVER(WS-IX)
                       AND WS-CT-ITEMS(WS-IX) > 1
                       SET WS-SPLIT-PATTERN TO TRUE
                   END-IF
               END-IF
               IF CCTL-NEAR-COUNT > 0
                   AND WS-CT-NEAR-ITEMS(WS-IX) NOT < CCTL-NEAR-COUNT
                   SET WS-NEAR-PATTERN TO TRUE
               END-IF
               IF WS-REPORTABLE
                   OR WS-NEAR-PATTERN
                   OR WS-SPLIT-PATTERN
                   PERFORM 3200-REPORT-CUSTOMER
               END-IF
           END-IF.

      *****************************************************************
      * A customer who must be reported is reported even when the     *
      * CUSTOMER record cannot be found - the extract goes with a     *
      * blank name and address, the alert report says why, and the    *
      * job ends with return code 4 so the gap is put right.          *
      *****************************************************************
       3200-REPORT-CUSTOMER.
           MOVE WS-CT-CUST-NUMBER(WS-IX) TO CUST-NUMBER.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '23' TO WS-CUSTOMER-STATUS
           END-READ.
           IF NOT WS-CUSTOMER-OK
               MOVE SPACES TO CUSTOMER-RECORD
               MOVE WS-CT-CUST-NUMBER(WS-IX) TO CUST-NUMBER
               ADD 1 TO WS-CUSTOMERS-MISSING
           END-IF.
           IF WS-REPORTABLE
               PERFORM 3300-WRITE-EXTRACT-DETAIL
               IF NOT WS-CUSTOMER-OK
                   MOVE 'CUSTOMER RECORD MISSING' TO RD-PATTERN
                   PERFORM 3400-PRINT-ALERT-LINE
               END-IF
           END-IF.
           IF WS-NEAR-PATTERN
               MOVE 'REPEATED ITEMS NEAR THE LIMIT' TO RD-PATTERN
               PERFORM 3400-PRINT-ALERT-LINE
               ADD 1 TO WS-ALERTS-RAISED
           END-IF.
           IF WS-SPLIT-PATTERN
               MOVE 'AGGREGATE SPLIT UNDER LIMIT' TO RD-PATTERN
               PERFORM 3400-PRINT-ALERT-LINE
               ADD 1 TO WS-ALERTS-RAISED
           END-IF.

       3300-WRITE-EXTRACT-DETAIL.
           MOVE WS-RUN-DATE TO XD-RUN-DATE.
           MOVE WS-CT-CUST-NUMBER(WS-IX) TO XD-CUST-NUMBER.
           MOVE CUST-NAME TO XD-CUST-NAME.
           MOVE CUST-ADDR-LINE1 TO XD-ADDR-LINE1.
           MOVE CUST-ADDR-LINE2 TO XD-ADDR-LINE2.
           MOVE CUST-ADDR-LINE3 TO XD-ADDR-LINE3.
           MOVE CUST-ADDR-POSTCODE TO XD-ADDR-POSTCODE.
           MOVE CUST-DATE-OF-BIRTH TO XD-DATE-OF-BIRTH.
           MOVE WS-WINDOW-START-X TO XD-WINDOW-START.
           MOVE WS-CT-ACCOUNTS(WS-IX) TO XD-ACCOUNTS.
           MOVE WS-CT-ITEMS(WS-IX) TO XD-ITEMS.
           MOVE WS-CT-CASH-IN(WS-IX) TO XD-CASH-IN.
           MOVE WS-CT-CASH-OUT(WS-IX) TO XD-CASH-OUT.
           MOVE WS-CT-LARGEST(WS-IX) TO XD-LARGEST.
           MOVE WS-EXTRACT-DETAIL TO EXTRACT-LINE.
           WRITE EXTRACT-LINE.
           ADD 1 TO WS-CUSTOMERS-EXTRACTED.
           ADD WS-CT-CASH-IN(WS-IX) TO WS-EXTRACT-CASH-IN.
           ADD WS-CT-CASH-OUT(WS-IX) TO WS-EXTRACT-CASH-OUT.

       3400-PRINT-ALERT-LINE.
           MOVE WS-CT-CUST-NUMBER(WS-IX) TO RD-CUST-NUMBER.
           MOVE CUST-NAME TO RD-CUST-NAME.
           MOVE WS-CT-ACCOUNTS(WS-IX) TO RD-ACCOUNTS.
           MOVE WS-CT-ITEMS(WS-IX) TO RD-ITEMS.
           MOVE WS-CT-NEAR-ITEMS(WS-IX) TO RD-NEAR-ITEMS.
           MOVE WS-CT-CASH-IN(WS-IX) TO RD-CASH-IN.
           MOVE WS-CT-CASH-OUT(WS-IX) TO RD-CASH-OUT.
           MOVE WS-CT-LARGEST(WS-IX) TO RD-LARGEST.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *****************************************************************
      * Close the extract with its trailer - the detail count and     *
      * cash totals the regulator's loader proves the file against -  *
      * and the report with its totals.                               *
      *****************************************************************
       9000-TERMINATE.
           MOVE WS-RUN-DATE TO XT-RUN-DATE.
           MOVE WS-CUSTOMERS-EXTRACTED TO XT-COUNT.
           MOVE WS-EXTRACT-CASH-IN TO XT-CASH-IN.
           MOVE WS-EXTRACT-CASH-OUT TO XT-CASH-OUT.
           MOVE WS-EXTRACT-TRAILER TO EXTRACT-LINE.
           WRITE EXTRACT-LINE.
           MOVE WS-CUSTOMERS-ASSESSED TO RT-ASSESSED.
           MOVE WS-CUSTOMERS-EXTRACTED TO RT-EXTRACTED.
           MOVE WS-ALERTS-RAISED TO RT-ALERTS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RPT-TOTAL1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RPT-TOTAL2 TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE PROCTRAN-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE EXTRACT-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'BCASHMON - WINDOW FROM     : ' WS-WINDOW-START-X.
           DISPLAY 'BCASHMON - MOVEMENTS READ  : ' WS-MOVEMENTS-READ.
           DISPLAY 'BCASHMON - MOVEMENTS TAKEN : ' WS-MOVEMENTS-TAKEN.
           DISPLAY 'BCASHMON - NO ACCOUNT      : ' WS-NO-ACCOUNT.
           DISPLAY 'BCASHMON - CUSTOMERS       : ' WS-CT-COUNT.
           DISPLAY 'BCASHMON - ASSESSED        : '
               WS-CUSTOMERS-ASSESSED.
           DISPLAY 'BCASHMON - EXTRACTED       : '
               WS-CUSTOMERS-EXTRACTED.
           DISPLAY 'BCASHMON - ALERTS          : ' WS-ALERTS-RAISED.
           DISPLAY 'BCASHMON - NO CUSTOMER     : '
               WS-CUSTOMERS-MISSING.
           IF WS-CUSTOMERS-MISSING > 0
               AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           SET RQ-END TO TRUE.
           MOVE RETURN-CODE TO RQ-RETURN-CODE.
           CALL 'BRUNCTL' USING RUNCTL-REQUEST.
