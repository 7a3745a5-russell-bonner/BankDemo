      *   The job now registers with the batch run control (BRUNCTL)  *
      *   and runs under the business processing date instead of the  *
      *   system clock.                                               *
      *   An order paying out of a fixed-term deposit (TERMDEP file)  *
      *   before the deposit's maturity date is now skipped and       *
      *   reported unless the order carries a supervisor's early-     *
      *   withdrawal authority (SO-EARLY-AUTH-ID, set on the standing *
      *   order screen).  An authorised early payment also charges    *
      *   the product's early-withdrawal penalty as a PEN movement.   *
      *   Orders are only paid on a working day (BBUSDAY, against the *
      *   HOLIDAY calendar): on a weekend or bank holiday business    *
      *   date the due orders are deferred and counted, and the first *
      *   working-day run pays them.  An order that fell due more     *
      *   than once since it was last paid is caught up in full, one  *
      *   STO movement per missed occurrence, and its next-due date   *
      *   advances from the nominal date - never from the day it was  *
      *   actually paid - so a weekly order keeps its weekday.  The   *
      *   already-posted check now counts today's movements for the   *
      *   order against the occurrences due.                          *
      *   An order skipped because the account cannot cover it now    *
      *   also gets a failed standing order letter request (LTRREQ,   *
      *   see copybooks/LTRREQ.cpy) for the customer correspondence   *
      *   extract (BLTRGEN).                                          *
      *****************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS PROCTRAN-KEY
               FILE STATUS IS WS-PROCTRAN-STATUS.

           SELECT TERMDEP-FILE ASSIGN TO TERMDEP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-KEY
               FILE STATUS IS WS-TERMDEP-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO PRODUCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PRODUCT-STATUS.

           SELECT LTRREQ-FILE ASSIGN TO LTRREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTRREQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STORDER-FILE.
       FD  PROCTRAN-FILE.
           COPY PROCTRAN.

       FD  TERMDEP-FILE.
           COPY TERMDEP.

       FD  PRODUCT-FILE.
           COPY PRODUCT.

       FD  LTRREQ-FILE.
           COPY LTRREQ.

       WORKING-STORAGE SECTION.
       01  WS-STORDER-STATUS                        PIC X(2).
           88  WS-STORDER-OK                        VALUE '00'.
       01  WS-PROCTRAN-STATUS                       PIC X(2).
           88  WS-PROCTRAN-OK                       VALUE '00'.

       01  WS-TERMDEP-STATUS                        PIC X(2).
           88  WS-TERMDEP-OK                        VALUE '00'.

       01  WS-PRODUCT-STATUS                        PIC X(2).
           88  WS-PRODUCT-OK                        VALUE '00'.

       01  WS-LTRREQ-STATUS                         PIC X(2).
           88  WS-LTRREQ-OK                         VALUE '00'.

       01  WS-END-OF-ORDERS-SW                      PIC X VALUE 'N'.
           88  WS-END-OF-ORDERS                     VALUE 'Y'.

       01  WS-ORDER-SKIPPED-SW                      PIC X VALUE 'N'.
           88  WS-ORDER-SKIPPED                     VALUE 'Y'.

       01  WS-NON-WORKING-SW                        PIC X VALUE 'N'.
           88  WS-NON-WORKING-DAY                   VALUE 'Y'.

       01  WS-PROCT-EOF-SW                          PIC X VALUE 'N'.
           88  WS-PROCT-EOF                         VALUE 'Y'.

      *****************************************************************
      * Set when the order pays out of a fixed-term deposit whose     *
      * term is still running.  Only an order carrying a supervisor's *
      * authority may do that, and it pays the penalty on top.        *
      *****************************************************************
       01  WS-EARLY-WDL-SW                          PIC X VALUE 'N'.
           88  WS-EARLY-WITHDRAWAL                  VALUE 'Y'.

       01  WS-PENALTY                                PIC S9(10)V99
                                                       COMP-3.

       01  WS-RUN-DATE                               PIC X(8).
       01  WS-RUN-TIME                               PIC X(6).
       01  WS-SEQ                                    PIC 9(4) VALUE 0.
               VALUE SPACE.
           05  WS-SD-TEXT                            PIC X(30).

       01  WS-PEN-TEXT.
           05  FILLER                                PIC X(23)
               VALUE 'EARLY WDL PENALTY AUTH '.
           05  WS-PT-AUTH-ID                         PIC X(4).
           05  FILLER                                PIC X(3)
               VALUE SPACES.

       01  WS-DESC-CHECK.
           05  WS-DC-TAG                             PIC X(7).
           05  FILLER                                PIC X(33).
                                                       VALUE 0.
       01  WS-ORDERS-SKIPPED                         PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-PENALTIES-CHARGED                      PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-ORDERS-DEFERRED                        PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-ORDERS-CAUGHT-UP                       PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-LETTERS-REQUESTED                      PIC 9(9) COMP
                                                       VALUE 0.

      *****************************************************************
      * Per order: the occurrences due up to the run date, the        *
      * movements already on PROCTRAN for it today (a rerun), and     *
      * the occurrences paid so far.  Sixty occurrences is five years *
      * of a monthly order - more means a broken next-due date.       *
      *****************************************************************
       01  WS-DUE-COUNT                              PIC 9(4) COMP.
       01  WS-POSTED-TODAY                           PIC 9(4) COMP.
       01  WS-PAID-COUNT                             PIC 9(4) COMP.
       01  WS-DUE-MAX                                PIC 9(4) COMP
                                                       VALUE 60.

      *****************************************************************
      * Work area for rolling a YYYYMMDD date forward one month,      *
       01  WS-DATE-INT                               PIC S9(9) COMP.

       COPY RUNCTLRQ.
       COPY BUSDAYRQ.

       PROCEDURE DIVISION.

      *****************************************************************
       1000-INITIALISE.
           PERFORM 1500-REGISTER-START.
           PERFORM 1600-CHECK-WORKING-DAY.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN I-O STORDER-FILE.
               STOP RUN
           END-IF.

           OPEN INPUT TERMDEP-FILE.
           IF NOT WS-TERMDEP-OK
               DISPLAY 'BSTORUN - UNABLE TO OPEN TERMDEP, STATUS='
                   WS-TERMDEP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PRODUCT-FILE.
           IF NOT WS-PRODUCT-OK
               DISPLAY 'BSTORUN - UNABLE TO OPEN PRODUCT, STATUS='
                   WS-PRODUCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT LTRREQ-FILE.
           IF NOT WS-LTRREQ-OK
               DISPLAY 'BSTORUN - UNABLE TO OPEN LTRREQ, STATUS='
                   WS-LTRREQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE LOW-VALUES TO SO-KEY.
           START STORDER-FILE
               KEY IS NOT LESS THAN SO-KEY
           END-IF.
           MOVE RQ-BUSINESS-DATE TO WS-RUN-DATE.

      *****************************************************************
      * Orders are paid on working days only.  On a weekend or bank   *
      * holiday business date the run still completes, so the stream  *
      * behind it is not held, but pays nothing - the first working-  *
      * day run catches every deferred order up.                      *
      *****************************************************************
       1600-CHECK-WORKING-DAY.
           MOVE WS-RUN-DATE TO BD-DATE.
           CALL 'BBUSDAY' USING BUSDAY-REQUEST.
           IF BD-FAILED
               DISPLAY 'BSTORUN - BUSINESS DAY CHECK FAILED: '
                   BD-FAIL-MSG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF BD-NOT-WORKING-DAY
               SET WS-NON-WORKING-DAY TO TRUE
               DISPLAY 'BSTORUN - ' WS-RUN-DATE
                   ' IS NOT A WORKING DAY - DUE ORDERS DEFERRED TO '
                   BD-NEXT-WORKING-DATE
           END-IF.

      *****************************************************************
      * Read the next instruction and execute it if it is active and  *
      * due.                                                          *
               ADD 1 TO WS-ORDERS-READ
               IF SO-ACTIVE
                   AND SO-NEXT-DUE-DATE NOT > WS-RUN-DATE
                   IF WS-NON-WORKING-DAY
                       ADD 1 TO WS-ORDERS-DEFERRED
                   ELSE
                       PERFORM 3000-EXECUTE-ORDER
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * Execute one due instruction - every occurrence that has come  *
      * due since it was last paid.  The already-posted count comes   *
      * first: a rerun after an abend that crashed before the         *
      * next-due-date rewrite finds the movements posted here and     *
      * pays only the occurrences still owed, paying nothing a        *
      * second time.  The next-due date is rewritten once, after the  *
      * last payment, by the number of occurrences paid; an           *
      * occurrence that cannot be paid stops the catch-up and stays   *
      * due for tomorrow's run.                                       *
      *****************************************************************
       3000-EXECUTE-ORDER.
           PERFORM 3050-COUNT-ALREADY-POSTED.
           PERFORM 3060-COUNT-OCCURRENCES-DUE.
           MOVE 'N' TO WS-ORDER-SKIPPED-SW.
           IF WS-POSTED-TODAY > WS-DUE-COUNT
               MOVE WS-DUE-COUNT TO WS-PAID-COUNT
           ELSE
               MOVE WS-POSTED-TODAY TO WS-PAID-COUNT
           END-IF.
           PERFORM 3100-DEBIT-ACCOUNT
               UNTIL WS-PAID-COUNT >= WS-DUE-COUNT
                  OR WS-ORDER-SKIPPED.
           IF WS-PAID-COUNT > 0
               PERFORM 3400-ADVANCE-NEXT-DUE
           END-IF.
           IF WS-DUE-COUNT > 1
               ADD 1 TO WS-ORDERS-CAUGHT-UP
           END-IF.

      *****************************************************************
      * Count the STO-type PROCTRAN records already posted today      *
      * for this instruction.  PROCTRAN is keyed sort-code+account+   *
      * date+time+seq, so starting at the low end of today's records  *
      * for this account and reading forward until the prefix         *
      * changes finds them without an alternate index; the            *
      * instruction tag at the front of the description picks this    *
      * instruction out from any others the account holds.            *
      *****************************************************************
       3050-COUNT-ALREADY-POSTED.
           MOVE 0 TO WS-POSTED-TODAY.
           MOVE 'N' TO WS-PROCT-EOF-SW.
           MOVE SO-SEQ TO WS-SD-SEQ.
           MOVE LOW-VALUES TO PROCTRAN-KEY.
               INVALID KEY
                   SET WS-PROCT-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-PROCT-EOF
               READ PROCTRAN-FILE NEXT RECORD
                   AT END
                       SET WS-PROCT-EOF TO TRUE
                       MOVE PROCT-DESCRIPTION TO WS-DESC-CHECK
                       IF PROCT-TYPE-CODE = 'STO'
                           AND WS-DC-TAG = WS-SD-TAG
                           ADD 1 TO WS-POSTED-TODAY
                       END-IF
                   ELSE
                       SET WS-PROCT-EOF TO TRUE
               END-IF
           END-PERFORM.

      *****************************************************************
      * Walk the nominal due dates forward from the next-due date to  *
      * count the occurrences that have come due by the run date.     *
      *****************************************************************
       3060-COUNT-OCCURRENCES-DUE.
           MOVE 0 TO WS-DUE-COUNT.
           MOVE SO-NEXT-DUE-DATE TO WS-ROLL-DATE-X.
           PERFORM 3070-COUNT-ONE-OCCURRENCE
               UNTIL WS-ROLL-DATE-X > WS-RUN-DATE
                  OR WS-DUE-COUNT >= WS-DUE-MAX.

       3070-COUNT-ONE-OCCURRENCE.
           ADD 1 TO WS-DUE-COUNT.
           PERFORM 3410-ROLL-ONE-PERIOD.

      *****************************************************************
      * Debit the account if its available balance covers the         *
      * payment.  A short account is skipped and reported - the       *
      * next-due date stays put so tomorrow's run tries again.  A     *
      * dormant account is skipped the same way: nothing may post     *
      * against it until a teller reactivates it.  So is a fixed-term *
      * deposit still inside its term, unless a supervisor authorised *
      * the order to break it - the funds must then cover the         *
      * penalty as well.                                              *
      *****************************************************************
       3100-DEBIT-ACCOUNT.
           MOVE SO-SORT-CODE TO ACCT-SORT-CODE.
               INVALID KEY
                   MOVE '23' TO WS-ACCOUNT-STATUS
           END-READ.
           MOVE 'N' TO WS-EARLY-WDL-SW.
           MOVE 0 TO WS-PENALTY.
           IF WS-ACCOUNT-OK
               PERFORM 3150-CHECK-FIXED-TERM
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-ACCOUNT-OK
                   DISPLAY 'BSTORUN - NO ACCOUNT FOR ORDER ' SO-KEY
                   ADD 1 TO WS-ORDERS-SKIPPED
                   SET WS-ORDER-SKIPPED TO TRUE
               WHEN ACCT-CLOSED
                   DISPLAY 'BSTORUN - ACCOUNT CLOSED FOR ORDER '
                       SO-KEY
                   ADD 1 TO WS-ORDERS-SKIPPED
                   SET WS-ORDER-SKIPPED TO TRUE
               WHEN ACCT-DORMANT
                   DISPLAY 'BSTORUN - ACCOUNT DORMANT FOR ORDER '
                       SO-KEY
                   ADD 1 TO WS-ORDERS-SKIPPED
                   SET WS-ORDER-SKIPPED TO TRUE
               WHEN WS-EARLY-WITHDRAWAL
                   AND SO-EARLY-AUTH-ID = SPACES
                   DISPLAY 'BSTORUN - FIXED TERM NOT MATURED FOR ORDER '
                       SO-KEY
                   ADD 1 TO WS-ORDERS-SKIPPED
                   SET WS-ORDER-SKIPPED TO TRUE
               WHEN SO-AMOUNT + WS-PENALTY > ACCT-AVAILABLE-BALANCE
                                + ACCT-OVERDRAFT-LIMIT
                   DISPLAY 'BSTORUN - INSUFFICIENT FUNDS FOR ORDER '
                       SO-KEY
                   ADD 1 TO WS-ORDERS-SKIPPED
                   SET WS-ORDER-SKIPPED TO TRUE
                   PERFORM 3500-REQUEST-LETTER
               WHEN OTHER
                   SUBTRACT SO-AMOUNT WS-PENALTY FROM ACCT-BALANCE
                   SUBTRACT SO-AMOUNT WS-PENALTY
                       FROM ACCT-AVAILABLE-BALANCE
                   PERFORM 3200-REWRITE-ACCOUNT
                   PERFORM 3300-WRITE-PROCTRAN
                   IF WS-PENALTY > 0
                       PERFORM 3350-WRITE-PENALTY
                   END-IF
                   ADD 1 TO WS-PAID-COUNT
                   ADD 1 TO WS-ORDERS-PAID
           END-EVALUATE.

      *****************************************************************
      * An account with no TERMDEP record is an instant-access one.   *
      * The penalty is the product's penalty days of interest at the  *
      * deposit's locked rate on the amount paid, and is only worked  *
      * out for an order that is authorised to pay early.             *
      *****************************************************************
       3150-CHECK-FIXED-TERM.
           MOVE SO-SORT-CODE TO TD-SORT-CODE.
           MOVE SO-ACCT-NUMBER TO TD-ACCT-NUMBER.
           READ TERMDEP-FILE
               INVALID KEY
                   MOVE '23' TO WS-TERMDEP-STATUS
           END-READ.
           IF WS-TERMDEP-OK
               AND TD-RUNNING
               AND TD-MATURITY-DATE > WS-RUN-DATE
               SET WS-EARLY-WITHDRAWAL TO TRUE
               IF SO-EARLY-AUTH-ID NOT = SPACES
                   PERFORM 3160-PRICE-PENALTY
               END-IF
           END-IF.

       3160-PRICE-PENALTY.
           MOVE ACCT-TYPE TO PROD-CODE.
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE '23' TO WS-PRODUCT-STATUS
           END-READ.
           IF WS-PRODUCT-OK
               AND PROD-PENALTY-DAYS NUMERIC
               COMPUTE WS-PENALTY ROUNDED =
                   SO-AMOUNT * TD-FIXED-RATE / 100
                   * PROD-PENALTY-DAYS / 365
           END-IF.

       3200-REWRITE-ACCOUNT.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
           END-WRITE.

      *****************************************************************
      * The early-withdrawal penalty is a movement of its own against *
      * the same account, noting the supervisor who authorised the    *
      * order to break the deposit.  It carries its own type code, so *
      * the already-posted check never mistakes it for the payment.   *
      *****************************************************************
       3350-WRITE-PENALTY.
           ADD 1 TO WS-SEQ.
           MOVE WS-SEQ TO PROCT-SEQ.
           MOVE 'PEN' TO PROCT-TYPE-CODE.
           COMPUTE PROCT-AMOUNT = 0 - WS-PENALTY.
           MOVE SO-EARLY-AUTH-ID TO WS-PT-AUTH-ID.
           MOVE WS-PEN-TEXT TO WS-SD-TEXT.
           MOVE WS-STO-DESC TO PROCT-DESCRIPTION.
           WRITE PROCTRAN-RECORD
               INVALID KEY
                   DISPLAY 'BSTORUN - WRITE FAILED FOR PROCTRAN '
                       PROCTRAN-KEY
           END-WRITE.
           ADD 1 TO WS-PENALTIES-CHARGED.

      *****************************************************************
      * Advance the instruction's next-due date by its frequency,     *
      * once for each occurrence paid - a week is a straight seven    *
      * days, a month rolls the calendar month with the day clamped   *
      * to the target month's length.  The roll starts from the       *
      * nominal next-due date, not the working day it was paid on.    *
      *****************************************************************
       3400-ADVANCE-NEXT-DUE.
           MOVE SO-NEXT-DUE-DATE TO WS-ROLL-DATE-X.
           PERFORM 3410-ROLL-ONE-PERIOD WS-PAID-COUNT TIMES.
           MOVE WS-ROLL-DATE-X TO SO-NEXT-DUE-DATE.
           REWRITE STORDER-RECORD
               INVALID KEY
                   DISPLAY 'BSTORUN - REWRITE FAILED FOR ORDER '
                       SO-KEY
           END-REWRITE.

       3410-ROLL-ONE-PERIOD.
           IF SO-FREQ-WEEKLY
               MOVE WS-ROLL-DATE TO WS-ROLL-DATE-NUM
               COMPUTE WS-DATE-INT =
           ELSE
               PERFORM 6000-ADD-ONE-MONTH
           END-IF.

      *****************************************************************
      * Ask for the customer to be told the order was not paid for    *
      * want of funds.  The due date is the occurrence that failed -  *
      * the next-due date rolled on past any occurrences already      *
      * caught up tonight.  An order short again tomorrow asks again; *
      * BLTRGEN holds back a letter that went recently.               *
      *****************************************************************
       3500-REQUEST-LETTER.
           MOVE SPACES TO LTRREQ-RECORD.
           SET LR-STORDER-FAILED TO TRUE.
           MOVE WS-RUN-DATE TO LR-BUSINESS-DATE.
           MOVE SO-SORT-CODE TO LR-SORT-CODE.
           MOVE SO-ACCT-NUMBER TO LR-ACCT-NUMBER.
           MOVE SO-SEQ TO LR-SOF-ORDER-SEQ.
           MOVE SO-DESCRIPTION TO LR-SOF-PAYEE.
           MOVE SO-AMOUNT TO LR-SOF-AMOUNT.
           MOVE SO-NEXT-DUE-DATE TO WS-ROLL-DATE-X.
           PERFORM 3410-ROLL-ONE-PERIOD WS-PAID-COUNT TIMES.
           MOVE WS-ROLL-DATE-X TO LR-SOF-DUE-DATE.
           WRITE LTRREQ-RECORD.
           ADD 1 TO WS-LETTERS-REQUESTED.

      *****************************************************************
      * Roll WS-ROLL-DATE forward one calendar month, clamping the    *
           CLOSE STORDER-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE PROCTRAN-FILE.
           CLOSE TERMDEP-FILE.
           CLOSE PRODUCT-FILE.
           CLOSE LTRREQ-FILE.
           DISPLAY 'BSTORUN - ORDERS READ      : ' WS-ORDERS-READ.
           DISPLAY 'BSTORUN - ORDERS PAID      : ' WS-ORDERS-PAID.
           DISPLAY 'BSTORUN - ORDERS SKIPPED   : ' WS-ORDERS-SKIPPED.
           DISPLAY 'BSTORUN - EARLY PENALTIES  : '
               WS-PENALTIES-CHARGED.
           DISPLAY 'BSTORUN - ORDERS CAUGHT UP : ' WS-ORDERS-CAUGHT-UP.
           DISPLAY 'BSTORUN - ORDERS DEFERRED  : ' WS-ORDERS-DEFERRED.
           DISPLAY 'BSTORUN - LETTERS REQUESTED: '
               WS-LETTERS-REQUESTED.
           SET RQ-END TO TRUE.
           MOVE RETURN-CODE TO RQ-RETURN-CODE.
           CALL 'BRUNCTL' USING RUNCTL-REQUEST.
