      *   The job now registers with the batch run control (BRUNCTL)  *
      *   and runs under the business processing date instead of the  *
      *   system clock.                                               *
      *   A supervisor's correction (REV, posted from the correction  *
      *   screen) is the bank's doing, not the customer's, and no     *
      *   longer counts as activity.                                  *
      *   Nor do the fixed-term deposit movements the bank raises     *
      *   itself - a maturity pay-out (MAT) and an early-withdrawal   *
      *   penalty (PEN).                                              *
      *   An account newly flagged dormant now also gets a dormancy   *
      *   letter request (LTRREQ, see copybooks/LTRREQ.cpy) for the   *
      *   customer correspondence extract (BLTRGEN).                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT LTRREQ-FILE ASSIGN TO LTRREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTRREQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       FD  REPORT-FILE.
       01  RPT-LINE                                  PIC X(132).

       FD  LTRREQ-FILE.
           COPY LTRREQ.

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNT-STATUS                        PIC X(2).
           88  WS-ACCOUNT-OK                        VALUE '00'.
       01  WS-REPORT-STATUS                         PIC X(2).
           88  WS-REPORT-OK                         VALUE '00'.

       01  WS-LTRREQ-STATUS                         PIC X(2).
           88  WS-LTRREQ-OK                         VALUE '00'.

       01  WS-END-OF-ACCOUNTS-SW                    PIC X VALUE 'N'.
           88  WS-END-OF-ACCOUNTS                   VALUE 'Y'.

                                                       VALUE 0.
       01  WS-FLAGS-CLEARED                          PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-LETTERS-REQUESTED                      PIC 9(9) COMP
                                                       VALUE 0.

       01  WS-RPT-HEADING1                           PIC X(132)
           VALUE 'DORMANT ACCOUNT REPORT'.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT LTRREQ-FILE.
           IF NOT WS-LTRREQ-OK
               DISPLAY 'BDORMANT - UNABLE TO OPEN LTRREQ, STATUS='
                   WS-LTRREQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RPT-HEADING1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RPT-HEADING2 TO RPT-LINE.
               AND PROCT-TYPE-CODE NOT = 'ODI'
               AND PROCT-TYPE-CODE NOT = 'FEE'
               AND PROCT-TYPE-CODE NOT = 'BFW'
               AND PROCT-TYPE-CODE NOT = 'REV'
               AND PROCT-TYPE-CODE NOT = 'MAT'
               AND PROCT-TYPE-CODE NOT = 'PEN'
               MOVE PROCT-DATE TO WS-LAST-ACTIVITY
           END-IF.
           PERFORM 2110-READ-NEXT-PROCTRAN.
                   PERFORM 2210-REWRITE-ACCOUNT
                   ADD 1 TO WS-NEWLY-DORMANT
                   MOVE 'NEWLY DORMANT' TO RD-STATUS
                   PERFORM 2230-REQUEST-LETTER
               END-IF
               PERFORM 2220-PRINT-REPORT-LINE
           ELSE
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *****************************************************************
      * Ask for the customer to be told the account has gone dormant  *
      * - only when the flag is first set, not on every run that      *
      * finds it still dormant.  Whether the letter goes is for       *
      * BLTRGEN to decide.                                            *
      *****************************************************************
       2230-REQUEST-LETTER.
           MOVE SPACES TO LTRREQ-RECORD.
           SET LR-DORMANCY TO TRUE.
           MOVE WS-RUN-DATE TO LR-BUSINESS-DATE.
           MOVE WS-CURRENT-SORT-CODE TO LR-SORT-CODE.
           MOVE WS-CURRENT-ACCT-NUMBER TO LR-ACCT-NUMBER.
           MOVE WS-LAST-ACTIVITY TO LR-DOR-LAST-MOVEMENT.
           IF ACCT-BALANCE < 0
               MOVE '-' TO LR-DOR-BALANCE-SIGN
           END-IF.
           MOVE ACCT-BALANCE TO LR-DOR-BALANCE.
           WRITE LTRREQ-RECORD.
           ADD 1 TO WS-LETTERS-REQUESTED.

       9000-TERMINATE.
           CLOSE ACCOUNT-FILE.
           CLOSE PROCTRAN-FILE.
           CLOSE REPORT-FILE.
           CLOSE LTRREQ-FILE.
           DISPLAY 'BDORMANT - ACCOUNTS CHECKED : '
               WS-ACCOUNTS-CHECKED.
           DISPLAY 'BDORMANT - NEWLY DORMANT    : ' WS-NEWLY-DORMANT.
           DISPLAY 'BDORMANT - ALREADY DORMANT  : ' WS-KNOWN-DORMANT.
           DISPLAY 'BDORMANT - FLAGS CLEARED    : ' WS-FLAGS-CLEARED.
           DISPLAY 'BDORMANT - LETTERS REQUESTED: '
               WS-LETTERS-REQUESTED.
           SET RQ-END TO TRUE.
           MOVE RETURN-CODE TO RQ-RETURN-CODE.
           CALL 'BRUNCTL' USING RUNCTL-REQUEST.
