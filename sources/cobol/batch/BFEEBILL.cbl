      *              previous run ended.  Registers with the batch    *
      *              run control (BRUNCTL) and bills under the        *
      *              business processing date.                        *
      *                                                               *
      * Modification history:                                         *
      *   A supervisor's correction (REV, posted from the correction  *
      *   screen) is not a customer item and is no longer counted     *
      *   against the free allowance.                                 *
      *   Nor are the fixed-term deposit movements the bank raises    *
      *   itself - a maturity pay-out (MAT) and an early-withdrawal   *
      *   penalty (PEN).                                              *
      *   The next fee date is now the account's anchor day - the day *
      *   of the month it was opened - in the month after the fee     *
      *   date just billed, moved on to the next working day when it  *
      *   falls on a weekend or a bank holiday on the HOLIDAY         *
      *   calendar (read through BBUSDAY).  Working it out from the   *
      *   anchor rather than the last fee date stops a short month or *
      *   a holiday shift dragging the cycle later month by month.    *
      *****************************************************************

       IDENTIFICATION DIVISION.
       01  WS-ROLL-DATE-X REDEFINES WS-ROLL-DATE     PIC X(8).
       01  WS-ROLL-MAX-DD                            PIC 9(2).

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
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN I-O ACCOUNT-FILE.
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
               DISPLAY 'BFEEBILL - BUSINESS DAY CHECK FAILED: '
                   BD-FAIL-MSG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * Process one account: decide whether its fee is due, walk its  *
      * PROCTRAN group (counting the month's items, collecting the    *
      * One PROCTRAN record belonging to the current account.  For a  *
      * due account, a movement in the period is counted as an item   *
      * (system movements - interest both ways, fees, the archive's   *
      * brought-forward, corrections - are not customer items) and    *
      * its amount goes in the replay table.  A FEE record already    *
      * dated today means a previous run for this date got as far as  *
      * charging - the rerun guard.                                   *
      *****************************************************************
       2100-CONSUME-PROCTRAN.
           IF WS-FEE-DUE
                   AND PROCT-TYPE-CODE NOT = 'ODI'
                   AND PROCT-TYPE-CODE NOT = 'FEE'
                   AND PROCT-TYPE-CODE NOT = 'BFW'
                   AND PROCT-TYPE-CODE NOT = 'REV'
                   AND PROCT-TYPE-CODE NOT = 'MAT'
                   AND PROCT-TYPE-CODE NOT = 'PEN'
                   ADD 1 TO WS-ITEM-COUNT
               END-IF
               ADD PROCT-AMOUNT TO WS-PERIOD-SUM
           END-WRITE.

      *****************************************************************
      * Roll the fee date on to the account's anchor day next month,  *
      * on a working day, and put the account back - the balance      *
      * fields carry any fee just applied.                            *
      *****************************************************************
       3500-ROLL-FEE-DATE.
           MOVE ACCT-NEXT-FEE-DATE TO WS-ROLL-DATE-X.
           PERFORM 6300-NEXT-CYCLE-DATE.
           MOVE WS-ROLL-DATE-X TO ACCT-NEXT-FEE-DATE.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
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
               DISPLAY 'BFEEBILL - CYCLE DATE NOT LANDED FOR ' ACCT-KEY
                   ': ' BD-FAIL-MSG
               ADD 1 TO WS-UNLANDED
           END-IF.

       9000-TERMINATE.
           CLOSE ACCOUNT-FILE.
           CLOSE PROCTRAN-FILE.
           DISPLAY 'BFEEBILL - ACCOUNTS READ  : ' WS-ACCOUNTS-READ.
           DISPLAY 'BFEEBILL - FEES CHARGED   : ' WS-FEES-CHARGED.
           DISPLAY 'BFEEBILL - FEES WAIVED    : ' WS-FEES-WAIVED.
           DISPLAY 'BFEEBILL - DATES NOT LANDED: ' WS-UNLANDED.
           IF WS-UNLANDED > 0
               AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           SET RQ-END TO TRUE.
           MOVE RETURN-CODE TO RQ-RETURN-CODE.
           CALL 'BRUNCTL' USING RUNCTL-REQUEST.
