      *              and puts a detail record on the fixed-format     *
      *              clearing file for the partner banks, closing     *
      *              the file with a control-total trailer (count     *
      *              and amount hash - see copybooks/PAYCLR.cpy).     *
      *              An instruction whose account cannot cover the    *
      *              payment is skipped and reported; its status      *
      *              stays pending so tomorrow's run tries again.     *
      *              complete.  Registers with the batch run control  *
      *              (BRUNCTL) and pays under the business            *
      *              processing date.                                 *
      *                                                               *
      * Modification history:                                         *
      *   Payments are only made on a working day (BBUSDAY, against   *
      *   the HOLIDAY calendar).  On a weekend or bank holiday        *
      *   business date the due instructions stay pending and are     *
      *   counted as deferred, and the clearing file goes out with    *
      *   only its trailer; the first working-day run pays every      *
      *   instruction that fell due in between.                       *
      *   A payment skipped because the account cannot cover it now   *
      *   also gets a failed payment letter request (LTRREQ, see      *
      *   copybooks/LTRREQ.cpy) for the customer correspondence       *
      *   extract (BLTRGEN).                                          *
      *****************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARING-STATUS.

           SELECT LTRREQ-FILE ASSIGN TO LTRREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTRREQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTPAY-FILE.
       FD  CLEARING-FILE.
       01  CLEARING-LINE                             PIC X(88).

       FD  LTRREQ-FILE.
           COPY LTRREQ.

       WORKING-STORAGE SECTION.
       01  WS-OUTPAY-STATUS                         PIC X(2).
           88  WS-OUTPAY-OK                         VALUE '00'.
       01  WS-CLEARING-STATUS                       PIC X(2).
           88  WS-CLEARING-OK                       VALUE '00'.

       01  WS-LTRREQ-STATUS                         PIC X(2).
           88  WS-LTRREQ-OK                         VALUE '00'.

       01  WS-END-OF-OUTPAY-SW                      PIC X VALUE 'N'.
           88  WS-END-OF-OUTPAY                     VALUE 'Y'.

       01  WS-DEBIT-OK-SW                            PIC X VALUE 'N'.
           88  WS-DEBIT-OK                           VALUE 'Y'.

       01  WS-NON-WORKING-SW                        PIC X VALUE 'N'.
           88  WS-NON-WORKING-DAY                   VALUE 'Y'.

       01  WS-RUN-DATE                               PIC X(8).
       01  WS-RUN-TIME                               PIC X(6).
       01  WS-SEQ                                    PIC 9(4) VALUE 0.
                                                       VALUE 0.
       01  WS-ORDERS-SKIPPED                         PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-ORDERS-DEFERRED                        PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-LETTERS-REQUESTED                      PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-FILE-COUNT                             PIC 9(9)
                                                       VALUE 0.
       01  WS-FILE-AMOUNT                            PIC S9(13)V99
                                                       COMP-3 VALUE 0.

       COPY RUNCTLRQ.
       COPY BUSDAYRQ.

       PROCEDURE DIVISION.

      *****************************************************************
       1000-INITIALISE.
           PERFORM 1500-REGISTER-START.
           PERFORM 1600-CHECK-WORKING-DAY.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN I-O OUTPAY-FILE.
               STOP RUN
           END-IF.

           OPEN OUTPUT LTRREQ-FILE.
           IF NOT WS-LTRREQ-OK
               DISPLAY 'BPAYOUT - UNABLE TO OPEN LTRREQ, STATUS='
                   WS-LTRREQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE LOW-VALUES TO OP-KEY.
           START OUTPAY-FILE
               KEY IS NOT LESS THAN OP-KEY
           END-IF.
           MOVE RQ-BUSINESS-DATE TO WS-RUN-DATE.

      *****************************************************************
      * Payments go out on working days only.  On a weekend or bank   *
      * holiday business date the run still completes, so the stream  *
      * behind it is not held, but pays nothing.                      *
      *****************************************************************
       1600-CHECK-WORKING-DAY.
           MOVE WS-RUN-DATE TO BD-DATE.
           CALL 'BBUSDAY' USING BUSDAY-REQUEST.
           IF BD-FAILED
               DISPLAY 'BPAYOUT - BUSINESS DAY CHECK FAILED: '
                   BD-FAIL-MSG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF BD-NOT-WORKING-DAY
               SET WS-NON-WORKING-DAY TO TRUE
               DISPLAY 'BPAYOUT - ' WS-RUN-DATE
                   ' IS NOT A WORKING DAY - DUE PAYMENTS DEFERRED TO '
                   BD-NEXT-WORKING-DATE
           END-IF.

      *****************************************************************
      * Read the next instruction.  Due pending instructions are      *
      * paid, or deferred on a non-working day; instructions already  *
      * sent today are re-emitted to the clearing file (a rerun       *
      * regenerating the whole file) without being paid again.        *
      *****************************************************************
       2000-PROCESS-OUTPAY.
           READ OUTPAY-FILE NEXT RECORD
           IF NOT WS-END-OF-OUTPAY
               ADD 1 TO WS-ORDERS-READ
               EVALUATE TRUE
                   WHEN OP-PENDING
                       AND OP-DUE-DATE NOT > WS-RUN-DATE
                       AND WS-NON-WORKING-DAY
                       ADD 1 TO WS-ORDERS-DEFERRED
                   WHEN OP-PENDING
                       AND OP-DUE-DATE NOT > WS-RUN-DATE
                       PERFORM 3000-PAY-ONE-INSTRUCTION
                   DISPLAY 'BPAYOUT - INSUFFICIENT FUNDS FOR PAYMENT '
                       OP-KEY
                   ADD 1 TO WS-ORDERS-SKIPPED
                   PERFORM 3600-REQUEST-LETTER
               WHEN OTHER
                   SUBTRACT OP-AMOUNT FROM ACCT-BALANCE
                   SUBTRACT OP-AMOUNT FROM ACCT-AVAILABLE-BALANCE
                       OP-KEY
           END-REWRITE.

      *****************************************************************
      * Ask for the customer to be told the payment was not sent for  *
      * want of funds.  A payment short again tomorrow asks again;    *
      * BLTRGEN holds back a letter that went recently.               *
      *****************************************************************
       3600-REQUEST-LETTER.
           MOVE SPACES TO LTRREQ-RECORD.
           SET LR-PAYMENT-FAILED TO TRUE.
           MOVE WS-RUN-DATE TO LR-BUSINESS-DATE.
           MOVE OP-SORT-CODE TO LR-SORT-CODE.
           MOVE OP-ACCT-NUMBER TO LR-ACCT-NUMBER.
           MOVE OP-SEQ TO LR-PYF-PAYMENT-SEQ.
           MOVE OP-DESCRIPTION TO LR-PYF-PAYEE.
           MOVE OP-DEST-SORT-CODE TO LR-PYF-DEST-SORT-CODE.
           MOVE OP-DEST-ACCT-NUMBER TO LR-PYF-DEST-ACCT-NUMBER.
           MOVE OP-AMOUNT TO LR-PYF-AMOUNT.
           MOVE OP-DUE-DATE TO LR-PYF-DUE-DATE.
           WRITE LTRREQ-RECORD.
           ADD 1 TO WS-LETTERS-REQUESTED.

      *****************************************************************
      * Close the file off with the control-total trailer so the      *
      * receiving bank can prove it read the whole file.              *
           CLOSE ACCOUNT-FILE.
           CLOSE PROCTRAN-FILE.
           CLOSE CLEARING-FILE.
           CLOSE LTRREQ-FILE.
           DISPLAY 'BPAYOUT - INSTRUCTIONS READ : ' WS-ORDERS-READ.
           DISPLAY 'BPAYOUT - PAYMENTS MADE     : ' WS-ORDERS-PAID.
           DISPLAY 'BPAYOUT - PAYMENTS SKIPPED  : ' WS-ORDERS-SKIPPED.
           DISPLAY 'BPAYOUT - PAYMENTS DEFERRED : ' WS-ORDERS-DEFERRED.
           DISPLAY 'BPAYOUT - FILE RECORDS      : ' WS-FILE-COUNT.
           DISPLAY 'BPAYOUT - LETTERS REQUESTED : '
               WS-LETTERS-REQUESTED.
           SET RQ-END TO TRUE.
           MOVE RETURN-CODE TO RQ-RETURN-CODE.
           CALL 'BRUNCTL' USING RUNCTL-REQUEST.
