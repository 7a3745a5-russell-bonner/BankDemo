      *   The job now registers with the batch run control (BRUNCTL)  *
      *   and runs under the business processing date instead of the  *
      *   system clock.                                               *
      *   A joint account's statement is now addressed to every       *
      *   holder: the name of each active joint holder on the         *
      *   ACCTREL file is printed under the owning customer's name,   *
      *   above the owning customer's mailing address.  Signatories   *
      *   and attorneys are not account holders and are left off.     *
      *   The next statement date is now the account's anchor day -   *
      *   the day of the month it was opened - in the month after     *
      *   the run, moved on to the next working day when it falls on  *
      *   a weekend or a bank holiday on the HOLIDAY calendar (read   *
      *   through BBUSDAY).  Working it out from the anchor rather    *
      *   than the run date stops a holiday-shifted run dragging the  *
      *   cycle later month by month.                                 *
      *****************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT ACCTREL-FILE ASSIGN TO ACCTREL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               FILE STATUS IS WS-ACCTREL-STATUS.

           SELECT STMT-FILE ASSIGN TO STMTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER.

       FD  ACCTREL-FILE.
           COPY ACCTREL.

       FD  STMT-FILE.
       01  STMT-LINE                                 PIC X(132).

       01  WS-STMT-STATUS                           PIC X(2).
           88  WS-STMT-OK                           VALUE '00'.

       01  WS-ACCTREL-STATUS                        PIC X(2).
           88  WS-ACCTREL-OK                        VALUE '00'.

       01  WS-END-OF-PARTIES-SW                     PIC X VALUE 'N'.
           88  WS-END-OF-PARTIES                    VALUE 'Y'.

      *****************************************************************
      * The owning customer's mailing address, kept while the joint   *
      * holders' CUSTOMER records are read for their names.           *
      *****************************************************************
       01  WS-MAIL-ADDRESS.
           05  WS-MAIL-LINE1                        PIC X(30).
           05  WS-MAIL-LINE2                        PIC X(30).
           05  WS-MAIL-LINE3                        PIC X(30).
           05  WS-MAIL-POSTCODE                     PIC X(10).

       01  WS-END-OF-ACCOUNTS-SW                    PIC X VALUE 'N'.
           88  WS-END-OF-ACCOUNTS                   VALUE 'Y'.

                                                       VALUE 0.
       01  WS-STATEMENTS-DONE                        PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-JOINT-NAMES-DONE                       PIC 9(9) COMP
                                                       VALUE 0.

      *****************************************************************
      * Work area for rolling a YYYYMMDD date forward one month,      *
       01  WS-STMT-SEPARATOR                         PIC X(132)
           VALUE ALL '-'.

      *****************************************************************
      * The cycle's anchor day - the day of the month the account was *
      * opened - and the base date the next cycle date must fall      *
      * after.  Each cycle date is worked out afresh from the anchor, *
      * never from the last (possibly holiday-shifted) cycle date, so *
      * the cycle cannot drift.                                       *
      *****************************************************************
       01  WS-OPENED-DATE.
           05  WS-OPENED-YYYY                        PIC X(4).
           05  WS-OPENED-MM                          PIC X(2).
           05  WS-OPENED-DD                          PIC 9(2).
       01  WS-ANCHOR-DD                              PIC 9(2).
       01  WS-CYCLE-BASE                             PIC X(8).
       01  WS-UNLANDED                               PIC 9(9) COMP
                                                       VALUE 0.

       COPY RUNCTLRQ.
       COPY BUSDAYRQ.

       PROCEDURE DIVISION.

      *****************************************************************
       1000-INITIALISE.
           PERFORM 1500-REGISTER-START.
           PERFORM 1600-CHECK-CALENDAR.

           OPEN I-O ACCOUNT-FILE.
           IF NOT WS-ACCOUNT-OK
               STOP RUN
           END-IF.

           OPEN INPUT ACCTREL-FILE.
           IF NOT WS-ACCTREL-OK
               DISPLAY 'BSTMTGEN - UNABLE TO OPEN ACCTREL, STATUS='
                   WS-ACCTREL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT STMT-FILE.
           IF NOT WS-STMT-OK
               DISPLAY 'BSTMTGEN - UNABLE TO OPEN STMTFILE, STATUS='
           END-IF.
           MOVE RQ-BUSINESS-DATE TO WS-RUN-DATE.

      *****************************************************************
      * Prove the HOLIDAY calendar can be read (BBUSDAY) before any   *
      * cycle date is landed on a working day.                        *
      *****************************************************************
       1600-CHECK-CALENDAR.
           MOVE WS-RUN-DATE TO BD-DATE.
           CALL 'BBUSDAY' USING BUSDAY-REQUEST.
           IF BD-FAILED
               DISPLAY 'BSTMTGEN - BUSINESS DAY CHECK FAILED: '
                   BD-FAIL-MSG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * Process one account: decide whether its statement is due,     *
      * walk its PROCTRAN group (printing the statement as the        *
           WRITE STMT-LINE.

      *****************************************************************
      * Mailing name and address from the owning CUSTOMER record,     *
      * with every active joint holder's name under the owner's.      *
      * An orphaned ACCT-CUST-NUMBER gets a marker line instead, the  *
      * same wording the inquiry screen uses, so despatch can pull    *
      * the statement rather than post a blank envelope.              *
           IF WS-CUSTOMER-OK
               MOVE CUST-NAME TO STMT-LINE
               WRITE STMT-LINE
               MOVE CUST-ADDRESS TO WS-MAIL-ADDRESS
               PERFORM 2230-PRINT-JOINT-HOLDERS
               MOVE WS-MAIL-LINE1 TO STMT-LINE
               WRITE STMT-LINE
               IF WS-MAIL-LINE2 NOT = SPACES
                   MOVE WS-MAIL-LINE2 TO STMT-LINE
                   WRITE STMT-LINE
               END-IF
               IF WS-MAIL-LINE3 NOT = SPACES
                   MOVE WS-MAIL-LINE3 TO STMT-LINE
                   WRITE STMT-LINE
               END-IF
               MOVE WS-MAIL-POSTCODE TO STMT-LINE
               WRITE STMT-LINE
           ELSE
               MOVE 'CUSTOMER DATA UNAVAILABLE' TO STMT-LINE
               WRITE STMT-LINE
           END-IF.

      *****************************************************************
      * Walk the account's ACCTREL records (keyed by account, then    *
      * customer) and print the name of each active joint holder.     *
      * A joint holder whose CUSTOMER record has gone is left off     *
      * rather than printed as a number on a mailing.                 *
      *****************************************************************
       2230-PRINT-JOINT-HOLDERS.
           MOVE 'N' TO WS-END-OF-PARTIES-SW.
           MOVE WS-CURRENT-SORT-CODE TO REL-SORT-CODE.
           MOVE WS-CURRENT-ACCT-NUMBER TO REL-ACCT-NUMBER.
           MOVE 0 TO REL-CUST-NUMBER.
           START ACCTREL-FILE
               KEY IS NOT LESS THAN REL-KEY
               INVALID KEY
                   SET WS-END-OF-PARTIES TO TRUE
           END-START.
           PERFORM 2235-NEXT-JOINT-HOLDER
               UNTIL WS-END-OF-PARTIES.

       2235-NEXT-JOINT-HOLDER.
           READ ACCTREL-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-PARTIES TO TRUE
           END-READ.
           IF NOT WS-END-OF-PARTIES
               IF REL-SORT-CODE NOT = WS-CURRENT-SORT-CODE
                   OR REL-ACCT-NUMBER NOT = WS-CURRENT-ACCT-NUMBER
                   SET WS-END-OF-PARTIES TO TRUE
               ELSE
                   IF REL-ACTIVE AND REL-JOINT
                       MOVE REL-CUST-NUMBER TO CUST-NUMBER
                       READ CUSTOMER-FILE
                           INVALID KEY
                               MOVE '23' TO WS-CUSTOMER-STATUS
                       END-READ
                       IF WS-CUSTOMER-OK
                           MOVE CUST-NAME TO STMT-LINE
                           WRITE STMT-LINE
                           ADD 1 TO WS-JOINT-NAMES-DONE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * Close the statement off.  An account with no movements in    *
      * the period still gets a statement - the header has not gone   *
      *****************************************************************
      * Roll the statement dates forward: the period just printed     *
      * ran up to the run date, so that becomes the last statement    *
      * date and the next one falls on the account's anchor day the   *
      * following month, on a working day.  A closed account          *
      * just produced its final statement - its next-statement date   *
      * is parked at 99999999 instead, which is what tells every      *
      * batch pass the account is finished with.                      *
               MOVE '99999999' TO ACCT-NEXT-STMT-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-ROLL-DATE-X
               PERFORM 6300-NEXT-CYCLE-DATE
               MOVE WS-ROLL-DATE-X TO ACCT-NEXT-STMT-DATE
           END-IF.
           REWRITE ACCOUNT-RECORD
           ELSE
               ADD 1 TO WS-ROLL-MM
           END-IF.
           PERFORM 6200-CLAMP-DAY.

       6200-CLAMP-DAY.
           EVALUATE WS-ROLL-MM
               WHEN 4
               WHEN 6
               MOVE WS-ROLL-MAX-DD TO WS-ROLL-DD
           END-IF.

      *****************************************************************
      * The next cycle date: the first anchor day strictly after the  *
      * base date in WS-ROLL-DATE-X (clamped to a short month's last  *
      * day), moved on to the first working day if it falls on a      *
      * weekend or bank holiday.  Should the calendar fail on the     *
      * one account the nominal date is kept and the run ends RC 4.   *
      *****************************************************************
       6300-NEXT-CYCLE-DATE.
           MOVE WS-ROLL-DATE-X TO WS-CYCLE-BASE.
           IF ACCT-OPENED-DATE IS NUMERIC
               MOVE ACCT-OPENED-DATE TO WS-OPENED-DATE
           ELSE
               MOVE 0 TO WS-OPENED-DD
           END-IF.
           IF WS-OPENED-DD > 0 AND WS-OPENED-DD < 32
               MOVE WS-OPENED-DD TO WS-ANCHOR-DD
           ELSE
               MOVE WS-ROLL-DD TO WS-ANCHOR-DD
           END-IF.
           MOVE WS-ANCHOR-DD TO WS-ROLL-DD.
           PERFORM 6200-CLAMP-DAY.
           IF WS-ROLL-DATE-X NOT > WS-CYCLE-BASE
               PERFORM 6000-ADD-ONE-MONTH
               MOVE WS-ANCHOR-DD TO WS-ROLL-DD
               PERFORM 6200-CLAMP-DAY
           END-IF.
           MOVE WS-ROLL-DATE-X TO BD-DATE.
           CALL 'BBUSDAY' USING BUSDAY-REQUEST.
           IF BD-OK
               MOVE BD-NEXT-WORKING-DATE TO WS-ROLL-DATE-X
           ELSE
               DISPLAY 'BSTMTGEN - CYCLE DATE NOT LANDED FOR ' ACCT-KEY
                   ': ' BD-FAIL-MSG
               ADD 1 TO WS-UNLANDED
           END-IF.

       9000-TERMINATE.
           CLOSE ACCOUNT-FILE.
           CLOSE PROCTRAN-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE ACCTREL-FILE.
           CLOSE STMT-FILE.
           DISPLAY 'BSTMTGEN - ACCOUNTS READ     : ' WS-ACCOUNTS-READ.
           DISPLAY 'BSTMTGEN - STATEMENTS MADE   : '
               WS-STATEMENTS-DONE.
           DISPLAY 'BSTMTGEN - JOINT HOLDERS     : '
               WS-JOINT-NAMES-DONE.
           DISPLAY 'BSTMTGEN - DATES NOT LANDED  : ' WS-UNLANDED.
           IF WS-UNLANDED > 0
               AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           SET RQ-END TO TRUE.
           MOVE RETURN-CODE TO RQ-RETURN-CODE.
           CALL 'BRUNCTL' USING RUNCTL-REQUEST.
