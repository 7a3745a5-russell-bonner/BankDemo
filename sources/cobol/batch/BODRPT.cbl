      *   The job now registers with the batch run control (BRUNCTL)  *
      *   and runs under the business processing date instead of the  *
      *   system clock.                                               *
      *   Every account reported now also gets an overdraft excess    *
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
       01  WS-EXCESSES-FOUND                         PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-LETTERS-REQUESTED                      PIC 9(9) COMP
                                                       VALUE 0.

       COPY RUNCTLRQ.

               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT LTRREQ-FILE.
           IF NOT WS-LTRREQ-OK
               DISPLAY 'BODRPT - UNABLE TO OPEN LTRREQ, STATUS='
                   WS-LTRREQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-RPT-HEADING1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-EXCESSES-FOUND.
           PERFORM 2200-REQUEST-LETTER.

      *****************************************************************
      * Ask for the customer to be told of the excess.  Whether the   *
      * letter goes (it is held back if one went recently) is for     *
      * BLTRGEN to decide.                                            *
      *****************************************************************
       2200-REQUEST-LETTER.
           MOVE SPACES TO LTRREQ-RECORD.
           SET LR-OVERDRAFT-EXCESS TO TRUE.
           MOVE WS-RUN-DATE TO LR-BUSINESS-DATE.
           MOVE ACCT-SORT-CODE TO LR-SORT-CODE.
           MOVE ACCT-NUMBER TO LR-ACCT-NUMBER.
           COMPUTE LR-ODX-OVERDRAWN = 0 - ACCT-BALANCE.
           MOVE ACCT-OVERDRAFT-LIMIT TO LR-ODX-LIMIT.
           MOVE WS-EXCESS TO LR-ODX-EXCESS.
           WRITE LTRREQ-RECORD.
           ADD 1 TO WS-LETTERS-REQUESTED.

       9000-TERMINATE.
           CLOSE ACCOUNT-FILE.
           CLOSE REPORT-FILE.
           CLOSE LTRREQ-FILE.
           DISPLAY 'BODRPT - ACCOUNTS READ    : ' WS-ACCOUNTS-READ.
           DISPLAY 'BODRPT - EXCESSES FOUND   : ' WS-EXCESSES-FOUND.
           DISPLAY 'BODRPT - LETTERS REQUESTED: ' WS-LETTERS-REQUESTED.
           SET RQ-END TO TRUE.
           MOVE RETURN-CODE TO RQ-RETURN-CODE.
           CALL 'BRUNCTL' USING RUNCTL-REQUEST.
