      *****************************************************************
      * Program:     BLTRGEN.CBL                                      *
      * Layer:       Batch                                            *
      * Function:    Customer correspondence extract - reads the      *
      *              letter requests the batches raise for the day    *
      *              (LTRREQ, see copybooks/LTRREQ.cpy):              *
      *                overdraft excess letters from BODRPT;          *
      *                dormancy letters from BDORMANT;                *
      *                failed standing order letters from BSTORUN;    *
      *                failed payment letters from BPAYOUT.           *
      *              Each letter is addressed to the account's owner  *
      *              from CUSTOMER, with the names of up to three     *
      *              active joint holders from ACCTREL, and goes on   *
      *              the fixed-layout extract for the print-and-mail  *
      *              vendor (LTREXT, see copybooks/LTREXT.cpy) with   *
      *              header and trailer control totals.  Every        *
      *              letter sent is kept on the LTRHIST history (see  *
      *              copybooks/LTRHIST.cpy), which the account        *
      *              inquiry screen shows to the teller.              *
      *              Suppression: a letter is held back when the      *
      *              same letter type went to the same account        *
      *              within the number of days set for that type on   *
      *              the CASHCTL control record (key LETTERS), and    *
      *              only one letter of a type goes to an account in  *
      *              a run however many requests ask for it.  A       *
      *              letter already on the history for the business   *
      *              date is put on the extract again without a       *
      *              second history record, so a rerun after an       *
      *              abend regenerates the whole extract.  A request  *
      *              raised for an earlier business date (a monthly   *
      *              job's dataset read again) is passed over.        *
      *              Every request acted on is listed on the LTRRPT   *
      *              report.                                          *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BLTRGEN.
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

           SELECT LTRREQ-FILE ASSIGN TO LTRREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTRREQ-STATUS.

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

           SELECT ACCTREL-FILE ASSIGN TO ACCTREL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               FILE STATUS IS WS-ACCTREL-STATUS.

           SELECT LTRHIST-FILE ASSIGN TO LTRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-KEY
               FILE STATUS IS WS-LTRHIST-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO LTREXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT REPORT-FILE ASSIGN TO LTRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASHCTL-FILE.
           COPY CASHCTL.

       FD  LTRREQ-FILE.
           COPY LTRREQ.

       FD  ACCOUNT-FILE.
           COPY ACCOUNT.

       FD  CUSTOMER-FILE.
           COPY CUSTOMER.

       FD  ACCTREL-FILE.
           COPY ACCTREL.

       FD  LTRHIST-FILE.
           COPY LTRHIST.

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE                              PIC X(331).

       FD  REPORT-FILE.
       01  RPT-LINE                                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CASHCTL-STATUS                        PIC X(2).
           88  WS-CASHCTL-OK                        VALUE '00'.

       01  WS-LTRREQ-STATUS                         PIC X(2).
           88  WS-LTRREQ-OK                         VALUE '00'.

       01  WS-ACCOUNT-STATUS                        PIC X(2).
           88  WS-ACCOUNT-OK                        VALUE '00'.

       01  WS-CUSTOMER-STATUS                       PIC X(2).
           88  WS-CUSTOMER-OK                       VALUE '00'.

       01  WS-ACCTREL-STATUS                        PIC X(2).
           88  WS-ACCTREL-OK                        VALUE '00'.

       01  WS-LTRHIST-STATUS                        PIC X(2).
           88  WS-LTRHIST-OK                        VALUE '00'.

       01  WS-EXTRACT-STATUS                        PIC X(2).
           88  WS-EXTRACT-OK                        VALUE '00'.

       01  WS-REPORT-STATUS                         PIC X(2).
           88  WS-REPORT-OK                         VALUE '00'.

       01  WS-END-OF-REQUESTS-SW                    PIC X VALUE 'N'.
           88  WS-END-OF-REQUESTS                   VALUE 'Y'.

       01  WS-END-OF-HISTORY-SW                     PIC X VALUE 'N'.
           88  WS-END-OF-HISTORY                    VALUE 'Y'.

       01  WS-END-OF-PARTIES-SW                     PIC X VALUE 'N'.
           88  WS-END-OF-PARTIES                    VALUE 'Y'.

       01  WS-SENT-TODAY-SW                         PIC X VALUE 'N'.
           88  WS-SENT-TODAY                        VALUE 'Y'.

       01  WS-SENT-RECENTLY-SW                      PIC X VALUE 'N'.
           88  WS-SENT-RECENTLY                     VALUE 'Y'.

       01  WS-RUN-DATE                               PIC X(8).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE     PIC 9(8).
       01  WS-DATE-INT                               PIC S9(9) COMP.
       01  WS-CUTOFF-NUM                             PIC 9(8).
       01  WS-CUTOFF-X REDEFINES WS-CUTOFF-NUM       PIC X(8).

      *****************************************************************
      * The earliest send date that still holds a letter back, one    *
      * per letter type, worked out once from the control record - a  *
      * letter sent on or after its type's cutoff went within the     *
      * suppression period.  A period of zero days suppresses         *
      * nothing but today's own letters.                              *
      *****************************************************************
       01  WS-CUTOFFS.
           05  WS-ODX-CUTOFF                        PIC X(8).
           05  WS-DOR-CUTOFF                        PIC X(8).
           05  WS-SOF-CUTOFF                        PIC X(8).
           05  WS-PYF-CUTOFF                        PIC X(8).
       01  WS-SUPPRESS-DAYS                          PIC 9(3).
       01  WS-REQUEST-CUTOFF                         PIC X(8).
       01  WS-LAST-SENT                              PIC X(8).

       01  WS-REQUEST-KEY.
           05  WS-RQ-SORT-CODE                      PIC 9(6).
           05  WS-RQ-ACCT-NUMBER                    PIC 9(8).

      *****************************************************************
      * The letters put on the extract in this run, by account and    *
      * letter type, so a second request for the same letter on the   *
      * same day goes no further.                                     *
      *****************************************************************
       01  WS-IR-MAX                                 PIC 9(4)
           VALUE 5000.
       01  WS-IR-COUNT                               PIC 9(4)
           VALUE 0.
       01  WS-IR-TABLE.
           05  WS-IR-ENTRY OCCURS 5000.
               10  WS-IR-SORT-CODE                  PIC 9(6).
               10  WS-IR-ACCT-NUMBER                PIC 9(8).
               10  WS-IR-LETTER-TYPE                PIC X(3).

       01  WS-IX                                     PIC 9(4).
       01  WS-HIT-IX                                 PIC 9(4).
       01  WS-JX                                     PIC 9(4).

       01  WS-REQUESTS-READ                          PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-REQUESTS-STALE                         PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-LETTERS-ISSUED                         PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-LETTERS-REISSUED                       PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-LETTERS-SUPPRESSED                     PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-REQUESTS-REJECTED                      PIC 9(9) COMP
                                                       VALUE 0.

       COPY RUNCTLRQ.

      *****************************************************************
      * The extract record layouts - see copybooks/LTREXT.cpy.        *
      *****************************************************************
       COPY LTREXT.

       01  WS-EXTRACT-COUNTS.
           05  WS-XC-TOTAL                          PIC 9(9) VALUE 0.
           05  WS-XC-ODX                            PIC 9(9) VALUE 0.
           05  WS-XC-DOR                            PIC 9(9) VALUE 0.
           05  WS-XC-SOF                            PIC 9(9) VALUE 0.
           05  WS-XC-PYF                            PIC 9(9) VALUE 0.

      *****************************************************************
      * The letter's variable data in words for the history (and so   *
      * for the teller's screen) and for the report - one layout per  *
      * letter type, each exactly the width of LH-DETAIL.             *
      *****************************************************************
       01  WS-DETAIL-TEXT                            PIC X(40).
       01  WS-ODX-TEXT.
           05  FILLER                                PIC X(7)
               VALUE 'EXCESS '.
           05  WS-OT-EXCESS                          PIC Z(9)9.99.
           05  FILLER                                PIC X(7)
               VALUE ' LIMIT '.
           05  WS-OT-LIMIT                           PIC Z(9)9.99.
       01  WS-DOR-TEXT.
           05  FILLER                                PIC X(14)
               VALUE 'LAST MOVEMENT '.
           05  WS-DT-LAST-MOVEMENT                   PIC X(8).
           05  FILLER                                PIC X(5)
               VALUE ' BAL '.
           05  WS-DT-BALANCE                         PIC -(9)9.99.
       01  WS-PAY-TEXT.
           05  WS-PT-PAYEE                           PIC X(26).
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  WS-PT-AMOUNT                          PIC Z(9)9.99.
       01  WS-SIGNED-BALANCE                         PIC S9(11)V99.

       01  WS-RPT-HEADING1.
           05  FILLER                                PIC X(36)
               VALUE 'CUSTOMER CORRESPONDENCE - RUN OF   '.
           05  RH-RUN-DATE                           PIC X(8).
       01  WS-RPT-HEADING2.
           05  FILLER                                PIC X(40)
               VALUE 'SORT-CODE ACCT-NUMBER  TYPE  CUSTOMER   '.
           05  FILLER                                PIC X(41)
               VALUE 'OUTCOME                 LAST-SENT  DETAIL'.

       01  WS-RPT-DETAIL.
           05  RD-SORT-CODE                          PIC 9(6).
           05  FILLER                                PIC X(4)
               VALUE SPACE.
           05  RD-ACCT-NUMBER                        PIC 9(8).
           05  FILLER                                PIC X(5)
               VALUE SPACE.
           05  RD-LETTER-TYPE                        PIC X(3).
           05  FILLER                                PIC X(3)
               VALUE SPACE.
           05  RD-CUST-NUMBER                        PIC X(10).
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  RD-OUTCOME                            PIC X(22).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  RD-LAST-SENT                          PIC X(8).
           05  FILLER                                PIC X(3)
               VALUE SPACE.
           05  RD-DETAIL                             PIC X(40).

       01  WS-RPT-TOTAL1.
           05  FILLER                                PIC X(22)
               VALUE 'LETTERS ISSUED        '.
           05  RT-ISSUED                             PIC Z(8)9.
           05  FILLER                                PIC X(24)
               VALUE '   RE-ISSUED ON RERUN   '.
           05  RT-REISSUED                           PIC Z(8)9.
       01  WS-RPT-TOTAL2.
           05  FILLER                                PIC X(22)
               VALUE 'LETTERS SUPPRESSED    '.
           05  RT-SUPPRESSED                         PIC Z(8)9.
           05  FILLER                                PIC X(24)
               VALUE '   REQUESTS REJECTED    '.
           05  RT-REJECTED                           PIC Z(8)9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISE.
           PERFORM 2000-PROCESS-REQUESTS
               UNTIL WS-END-OF-REQUESTS.
           PERFORM 4000-WRITE-TRAILER.
           PERFORM 9000-TERMINATE.
           STOP RUN.

      *****************************************************************
      * Pick up the suppression periods, open the files and write     *
      * the extract header and the report heading.                    *
      *****************************************************************
       1000-INITIALISE.
           PERFORM 1500-REGISTER-START.
           PERFORM 1100-READ-CONTROL.

           OPEN INPUT LTRREQ-FILE.
           IF NOT WS-LTRREQ-OK
               DISPLAY 'BLTRGEN - UNABLE TO OPEN LTRREQ, STATUS='
                   WS-LTRREQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ACCOUNT-FILE.
           IF NOT WS-ACCOUNT-OK
               DISPLAY 'BLTRGEN - UNABLE TO OPEN ACCOUNT, STATUS='
                   WS-ACCOUNT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF NOT WS-CUSTOMER-OK
               DISPLAY 'BLTRGEN - UNABLE TO OPEN CUSTOMER, STATUS='
                   WS-CUSTOMER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ACCTREL-FILE.
           IF NOT WS-ACCTREL-OK
               DISPLAY 'BLTRGEN - UNABLE TO OPEN ACCTREL, STATUS='
                   WS-ACCTREL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O LTRHIST-FILE.
           IF NOT WS-LTRHIST-OK
               DISPLAY 'BLTRGEN - UNABLE TO OPEN LTRHIST, STATUS='
                   WS-LTRHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT EXTRACT-FILE.
           IF NOT WS-EXTRACT-OK
               DISPLAY 'BLTRGEN - UNABLE TO OPEN LTREXT, STATUS='
                   WS-EXTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-REPORT-OK
               DISPLAY 'BLTRGEN - UNABLE TO OPEN LTRRPT, STATUS='
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO LTREXT-HEADER.
           SET LX-IS-HEADER TO TRUE.
           MOVE WS-RUN-DATE TO LX-HEADER-RUN-DATE.
           MOVE LTREXT-HEADER TO EXTRACT-LINE.
           WRITE EXTRACT-LINE.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-RPT-HEADING1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RPT-HEADING2 TO RPT-LINE.
           WRITE RPT-LINE.

      *****************************************************************
      * The suppression periods are the branch network's to set - a   *
      * missing or unusable control record stops the job rather than  *
      * sending letters the customer may already have had.            *
      *****************************************************************
       1100-READ-CONTROL.
           OPEN INPUT CASHCTL-FILE.
           IF NOT WS-CASHCTL-OK
               DISPLAY 'BLTRGEN - UNABLE TO OPEN CASHCTL, STATUS='
                   WS-CASHCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'LETTERS ' TO CCTL-KEY.
           READ CASHCTL-FILE
               INVALID KEY
                   MOVE '23' TO WS-CASHCTL-STATUS
           END-READ.
           IF NOT WS-CASHCTL-OK
               DISPLAY 'BLTRGEN - NO LETTERS CONTROL RECORD, STATUS='
                   WS-CASHCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CLTR-ODX-DAYS NOT NUMERIC
               OR CLTR-DOR-DAYS NOT NUMERIC
               OR CLTR-SOF-DAYS NOT NUMERIC
               OR CLTR-PYF-DAYS NOT NUMERIC
               DISPLAY 'BLTRGEN - LETTERS CONTROL RECORD INVALID'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE CASHCTL-FILE.
           MOVE CLTR-ODX-DAYS TO WS-SUPPRESS-DAYS.
           PERFORM 1200-WORK-OUT-CUTOFF.
           MOVE WS-CUTOFF-X TO WS-ODX-CUTOFF.
           MOVE CLTR-DOR-DAYS TO WS-SUPPRESS-DAYS.
           PERFORM 1200-WORK-OUT-CUTOFF.
           MOVE WS-CUTOFF-X TO WS-DOR-CUTOFF.
           MOVE CLTR-SOF-DAYS TO WS-SUPPRESS-DAYS.
           PERFORM 1200-WORK-OUT-CUTOFF.
           MOVE WS-CUTOFF-X TO WS-SOF-CUTOFF.
           MOVE CLTR-PYF-DAYS TO WS-SUPPRESS-DAYS.
           PERFORM 1200-WORK-OUT-CUTOFF.
           MOVE WS-CUTOFF-X TO WS-PYF-CUTOFF.
           DISPLAY 'BLTRGEN - SUPPRESSION DAYS : ODX ' CLTR-ODX-DAYS
               ' DOR ' CLTR-DOR-DAYS ' SOF ' CLTR-SOF-DAYS
               ' PYF ' CLTR-PYF-DAYS.

      *****************************************************************
      * A period of N days holds a letter back if the last one went   *
      * on any of the N-1 days before the business date - a letter    *
      * sent exactly N days ago may go again.                         *
      *****************************************************************
       1200-WORK-OUT-CUTOFF.
           IF WS-SUPPRESS-DAYS = 0
               MOVE WS-RUN-DATE TO WS-CUTOFF-X
           ELSE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                   - WS-SUPPRESS-DAYS + 1
               COMPUTE WS-CUTOFF-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-IF.

      *****************************************************************
      * Register with the run control (BRUNCTL): pick up the          *
      * business processing date the whole stream posts under and     *
      * prove this job may start - not already run for the date.      *
      *****************************************************************
       1500-REGISTER-START.
           SET RQ-START TO TRUE.
           MOVE 'BLTRGEN ' TO RQ-JOB-NAME.
           MOVE 0 TO RQ-RETURN-CODE.
           CALL 'BRUNCTL' USING RUNCTL-REQUEST.
           IF RQ-REFUSED
               DISPLAY 'BLTRGEN - NOT STARTED: ' RQ-REFUSAL-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RQ-BUSINESS-DATE TO WS-RUN-DATE.

      *****************************************************************
      * Read the next request.  One raised for another business date  *
      * was dealt with on that date's run and is only counted.        *
      *****************************************************************
       2000-PROCESS-REQUESTS.
           READ LTRREQ-FILE
               AT END
                   SET WS-END-OF-REQUESTS TO TRUE
           END-READ.
           IF NOT WS-END-OF-REQUESTS
               ADD 1 TO WS-REQUESTS-READ
               IF LR-BUSINESS-DATE NOT = WS-RUN-DATE
                   ADD 1 TO WS-REQUESTS-STALE
               ELSE
                   PERFORM 2100-ASSESS-REQUEST
               END-IF
           END-IF.

      *****************************************************************
      * Decide what becomes of one of today's requests: rejected if   *
      * the letter type is not one we print, held back if the same    *
      * letter has gone already (in this run, or recently), otherwise *
      * addressed and put on the extract.                             *
      *****************************************************************
       2100-ASSESS-REQUEST.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE LR-SORT-CODE TO RD-SORT-CODE.
           MOVE LR-ACCT-NUMBER TO RD-ACCT-NUMBER.
           MOVE LR-LETTER-TYPE TO RD-LETTER-TYPE.
           MOVE LR-SORT-CODE TO WS-RQ-SORT-CODE.
           MOVE LR-ACCT-NUMBER TO WS-RQ-ACCT-NUMBER.
           EVALUATE TRUE
               WHEN LR-OVERDRAFT-EXCESS
                   MOVE WS-ODX-CUTOFF TO WS-REQUEST-CUTOFF
               WHEN LR-DORMANCY
                   MOVE WS-DOR-CUTOFF TO WS-REQUEST-CUTOFF
               WHEN LR-STORDER-FAILED
                   MOVE WS-SOF-CUTOFF TO WS-REQUEST-CUTOFF
               WHEN LR-PAYMENT-FAILED
                   MOVE WS-PYF-CUTOFF TO WS-REQUEST-CUTOFF
           END-EVALUATE.
           IF NOT LR-TYPE-VALID
               MOVE 'REJECTED - BAD TYPE' TO RD-OUTCOME
               PERFORM 2900-REJECT-REQUEST
           ELSE
               PERFORM 2200-FIND-IN-THIS-RUN
               IF WS-HIT-IX > 0
                   MOVE 'SUPPRESSED - THIS RUN' TO RD-OUTCOME
                   MOVE WS-RUN-DATE TO RD-LAST-SENT
                   ADD 1 TO WS-LETTERS-SUPPRESSED
                   PERFORM 2800-PRINT-REPORT-LINE
               ELSE
                   PERFORM 2300-CHECK-HISTORY
                   IF WS-SENT-RECENTLY AND NOT WS-SENT-TODAY
                       MOVE 'SUPPRESSED' TO RD-OUTCOME
                       MOVE WS-LAST-SENT TO RD-LAST-SENT
                       ADD 1 TO WS-LETTERS-SUPPRESSED
                       PERFORM 2800-PRINT-REPORT-LINE
                   ELSE
                       PERFORM 2400-ADDRESS-LETTER
                   END-IF
               END-IF
           END-IF.

       2200-FIND-IN-THIS-RUN.
           MOVE 0 TO WS-HIT-IX.
           PERFORM 2210-MATCH-ONE-ENTRY
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-IR-COUNT
                  OR WS-HIT-IX > 0.

       2210-MATCH-ONE-ENTRY.
           IF WS-IR-SORT-CODE(WS-IX) = LR-SORT-CODE
               AND WS-IR-ACCT-NUMBER(WS-IX) = LR-ACCT-NUMBER
               AND WS-IR-LETTER-TYPE(WS-IX) = LR-LETTER-TYPE
               MOVE WS-IX TO WS-HIT-IX
           END-IF.

      *****************************************************************
      * LTRHIST is keyed sort-code+account+date+type, so starting at  *
      * the cutoff for this account and reading forward until the     *
      * account changes finds every letter sent inside the period.    *
      * One of this type sent on the business date itself means this  *
      * is a rerun and the letter goes on the extract again.          *
      *****************************************************************
       2300-CHECK-HISTORY.
           MOVE 'N' TO WS-SENT-TODAY-SW.
           MOVE 'N' TO WS-SENT-RECENTLY-SW.
           MOVE 'N' TO WS-END-OF-HISTORY-SW.
           MOVE SPACES TO WS-LAST-SENT.
           MOVE LOW-VALUES TO LH-KEY.
           MOVE LR-SORT-CODE TO LH-SORT-CODE.
           MOVE LR-ACCT-NUMBER TO LH-ACCT-NUMBER.
           MOVE WS-REQUEST-CUTOFF TO LH-SENT-DATE.
           START LTRHIST-FILE
               KEY IS NOT LESS THAN LH-KEY
               INVALID KEY
                   SET WS-END-OF-HISTORY TO TRUE
           END-START.
           PERFORM 2310-NEXT-HISTORY
               UNTIL WS-END-OF-HISTORY.

       2310-NEXT-HISTORY.
           READ LTRHIST-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-HISTORY TO TRUE
           END-READ.
           IF NOT WS-END-OF-HISTORY
               IF LH-SORT-CODE NOT = LR-SORT-CODE
                   OR LH-ACCT-NUMBER NOT = LR-ACCT-NUMBER
                   OR LH-SENT-DATE > WS-RUN-DATE
                   SET WS-END-OF-HISTORY TO TRUE
               ELSE
                   IF LH-LETTER-TYPE = LR-LETTER-TYPE
                       SET WS-SENT-RECENTLY TO TRUE
                       MOVE LH-SENT-DATE TO WS-LAST-SENT
                       IF LH-SENT-DATE = WS-RUN-DATE
                           SET WS-SENT-TODAY TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * Address the letter to the account's owner.  A request for an  *
      * account or owner no longer on file cannot be posted and is    *
      * rejected for the branch to follow up.                         *
      *****************************************************************
       2400-ADDRESS-LETTER.
           MOVE LR-SORT-CODE TO ACCT-SORT-CODE.
           MOVE LR-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '23' TO WS-ACCOUNT-STATUS
           END-READ.
           IF NOT WS-ACCOUNT-OK
               MOVE 'REJECTED - NO ACCOUNT' TO RD-OUTCOME
               PERFORM 2900-REJECT-REQUEST
           ELSE
               MOVE ACCT-CUST-NUMBER TO RD-CUST-NUMBER
               MOVE ACCT-CUST-NUMBER TO CUST-NUMBER
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE '23' TO WS-CUSTOMER-STATUS
               END-READ
               IF NOT WS-CUSTOMER-OK
                   MOVE 'REJECTED - NO CUSTOMER' TO RD-OUTCOME
                   PERFORM 2900-REJECT-REQUEST
               ELSE
                   PERFORM 2500-ISSUE-LETTER
               END-IF
           END-IF.

      *****************************************************************
      * Build and write the extract detail, record the letter on the  *
      * history (unless a rerun finds it there already) and note it   *
      * as sent in this run.  The owner's name and address are taken  *
      * before the joint holders are looked up, as each of those      *
      * reads replaces the CUSTOMER record.                           *
      *****************************************************************
       2500-ISSUE-LETTER.
           MOVE SPACES TO LTREXT-DETAIL.
           SET LX-IS-DETAIL TO TRUE.
           MOVE LR-LETTER-TYPE TO LX-LETTER-TYPE.
           MOVE WS-RUN-DATE TO LX-LETTER-DATE.
           MOVE LR-SORT-CODE TO LX-SORT-CODE.
           MOVE LR-ACCT-NUMBER TO LX-ACCT-NUMBER.
           MOVE CUST-NUMBER TO LX-CUST-NUMBER.
           MOVE CUST-NAME TO LX-CUST-NAME.
           MOVE CUST-ADDR-LINE1 TO LX-ADDR-LINE1.
           MOVE CUST-ADDR-LINE2 TO LX-ADDR-LINE2.
           MOVE CUST-ADDR-LINE3 TO LX-ADDR-LINE3.
           MOVE CUST-ADDR-POSTCODE TO LX-ADDR-POSTCODE.
           MOVE LR-LETTER-DATA TO LX-LETTER-DATA.
           PERFORM 2600-COLLECT-JOINT-HOLDERS.
           MOVE LTREXT-DETAIL TO EXTRACT-LINE.
           WRITE EXTRACT-LINE.
           ADD 1 TO WS-XC-TOTAL.
           EVALUATE TRUE
               WHEN LR-OVERDRAFT-EXCESS
                   ADD 1 TO WS-XC-ODX
               WHEN LR-DORMANCY
                   ADD 1 TO WS-XC-DOR
               WHEN LR-STORDER-FAILED
                   ADD 1 TO WS-XC-SOF
               WHEN LR-PAYMENT-FAILED
                   ADD 1 TO WS-XC-PYF
           END-EVALUATE.

           PERFORM 2700-BUILD-DETAIL-TEXT.
           IF WS-SENT-TODAY
               MOVE 'RE-ISSUED ON RERUN' TO RD-OUTCOME
               MOVE WS-RUN-DATE TO RD-LAST-SENT
               ADD 1 TO WS-LETTERS-REISSUED
           ELSE
               PERFORM 2550-WRITE-HISTORY
               MOVE 'ISSUED' TO RD-OUTCOME
               ADD 1 TO WS-LETTERS-ISSUED
           END-IF.
           PERFORM 2800-PRINT-REPORT-LINE.

           IF WS-IR-COUNT = WS-IR-MAX
               DISPLAY 'BLTRGEN - RUN TABLE FULL AT '
                   LR-SORT-CODE LR-ACCT-NUMBER
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-IR-COUNT.
           MOVE LR-SORT-CODE TO WS-IR-SORT-CODE(WS-IR-COUNT).
           MOVE LR-ACCT-NUMBER TO WS-IR-ACCT-NUMBER(WS-IR-COUNT).
           MOVE LR-LETTER-TYPE TO WS-IR-LETTER-TYPE(WS-IR-COUNT).

       2550-WRITE-HISTORY.
           MOVE SPACES TO LTRHIST-RECORD.
           MOVE LR-SORT-CODE TO LH-SORT-CODE.
           MOVE LR-ACCT-NUMBER TO LH-ACCT-NUMBER.
           MOVE WS-RUN-DATE TO LH-SENT-DATE.
           MOVE LR-LETTER-TYPE TO LH-LETTER-TYPE.
           MOVE LX-CUST-NUMBER TO LH-CUST-NUMBER.
           MOVE WS-DETAIL-TEXT TO LH-DETAIL.
           WRITE LTRHIST-RECORD
               INVALID KEY
                   DISPLAY 'BLTRGEN - WRITE FAILED FOR LTRHIST '
                       LH-KEY
           END-WRITE.

      *****************************************************************
      * Walk the account's ACCTREL records (keyed by account, then    *
      * customer) and name each active joint holder on the letter,    *
      * up to the three the layout holds.  A joint holder whose       *
      * CUSTOMER record has gone is left off, as on the statement.    *
      *****************************************************************
       2600-COLLECT-JOINT-HOLDERS.
           MOVE 0 TO WS-JX.
           MOVE 'N' TO WS-END-OF-PARTIES-SW.
           MOVE LR-SORT-CODE TO REL-SORT-CODE.
           MOVE LR-ACCT-NUMBER TO REL-ACCT-NUMBER.
           MOVE 0 TO REL-CUST-NUMBER.
           START ACCTREL-FILE
               KEY IS NOT LESS THAN REL-KEY
               INVALID KEY
                   SET WS-END-OF-PARTIES TO TRUE
           END-START.
           PERFORM 2610-NEXT-JOINT-HOLDER
               UNTIL WS-END-OF-PARTIES
                  OR WS-JX = 3.

       2610-NEXT-JOINT-HOLDER.
           READ ACCTREL-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-PARTIES TO TRUE
           END-READ.
           IF NOT WS-END-OF-PARTIES
               IF REL-SORT-CODE NOT = LR-SORT-CODE
                   OR REL-ACCT-NUMBER NOT = LR-ACCT-NUMBER
                   SET WS-END-OF-PARTIES TO TRUE
               ELSE
                   IF REL-ACTIVE AND REL-JOINT
                       MOVE REL-CUST-NUMBER TO CUST-NUMBER
                       READ CUSTOMER-FILE
                           INVALID KEY
                               MOVE '23' TO WS-CUSTOMER-STATUS
                       END-READ
                       IF WS-CUSTOMER-OK
                           ADD 1 TO WS-JX
                           MOVE CUST-NAME TO LX-JOINT-NAME(WS-JX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * Put the letter's variable data into words for the history     *
      * and the report.                                               *
      *****************************************************************
       2700-BUILD-DETAIL-TEXT.
           EVALUATE TRUE
               WHEN LR-OVERDRAFT-EXCESS
                   MOVE LR-ODX-EXCESS TO WS-OT-EXCESS
                   MOVE LR-ODX-LIMIT TO WS-OT-LIMIT
                   MOVE WS-ODX-TEXT TO WS-DETAIL-TEXT
               WHEN LR-DORMANCY
                   MOVE LR-DOR-LAST-MOVEMENT TO WS-DT-LAST-MOVEMENT
                   MOVE LR-DOR-BALANCE TO WS-SIGNED-BALANCE
                   IF LR-DOR-OVERDRAWN
                       COMPUTE WS-SIGNED-BALANCE =
                           0 - WS-SIGNED-BALANCE
                   END-IF
                   MOVE WS-SIGNED-BALANCE TO WS-DT-BALANCE
                   MOVE WS-DOR-TEXT TO WS-DETAIL-TEXT
               WHEN LR-STORDER-FAILED
                   MOVE LR-SOF-PAYEE TO WS-PT-PAYEE
                   MOVE LR-SOF-AMOUNT TO WS-PT-AMOUNT
                   MOVE WS-PAY-TEXT TO WS-DETAIL-TEXT
               WHEN LR-PAYMENT-FAILED
                   MOVE LR-PYF-PAYEE TO WS-PT-PAYEE
                   MOVE LR-PYF-AMOUNT TO WS-PT-AMOUNT
                   MOVE WS-PAY-TEXT TO WS-DETAIL-TEXT
           END-EVALUATE.
           MOVE WS-DETAIL-TEXT TO RD-DETAIL.

       2800-PRINT-REPORT-LINE.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

       2900-REJECT-REQUEST.
           DISPLAY 'BLTRGEN - ' RD-OUTCOME ' FOR '
               LR-SORT-CODE LR-ACCT-NUMBER ' ' LR-LETTER-TYPE.
           ADD 1 TO WS-REQUESTS-REJECTED.
           PERFORM 2800-PRINT-REPORT-LINE.

      *****************************************************************
      * Close the extract off with the control-total trailer so the   *
      * vendor can prove it received the whole file, and total the    *
      * report.                                                       *
      *****************************************************************
       4000-WRITE-TRAILER.
           MOVE SPACES TO LTREXT-TRAILER.
           SET LX-IS-TRAILER TO TRUE.
           MOVE WS-XC-TOTAL TO LX-TRAILER-COUNT.
           MOVE WS-XC-ODX TO LX-TRAILER-ODX-COUNT.
           MOVE WS-XC-DOR TO LX-TRAILER-DOR-COUNT.
           MOVE WS-XC-SOF TO LX-TRAILER-SOF-COUNT.
           MOVE WS-XC-PYF TO LX-TRAILER-PYF-COUNT.
           MOVE LTREXT-TRAILER TO EXTRACT-LINE.
           WRITE EXTRACT-LINE.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LETTERS-ISSUED TO RT-ISSUED.
           MOVE WS-LETTERS-REISSUED TO RT-REISSUED.
           MOVE WS-RPT-TOTAL1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LETTERS-SUPPRESSED TO RT-SUPPRESSED.
           MOVE WS-REQUESTS-REJECTED TO RT-REJECTED.
           MOVE WS-RPT-TOTAL2 TO RPT-LINE.
           WRITE RPT-LINE.

       9000-TERMINATE.
           CLOSE LTRREQ-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE ACCTREL-FILE.
           CLOSE LTRHIST-FILE.
           CLOSE EXTRACT-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'BLTRGEN - REQUESTS READ    : ' WS-REQUESTS-READ.
           DISPLAY 'BLTRGEN - EARLIER DATES    : ' WS-REQUESTS-STALE.
           DISPLAY 'BLTRGEN - LETTERS ISSUED   : ' WS-LETTERS-ISSUED.
           DISPLAY 'BLTRGEN - RE-ISSUED        : ' WS-LETTERS-REISSUED.
           DISPLAY 'BLTRGEN - SUPPRESSED       : '
               WS-LETTERS-SUPPRESSED.
           DISPLAY 'BLTRGEN - REJECTED         : '
               WS-REQUESTS-REJECTED.
           DISPLAY 'BLTRGEN - EXTRACT RECORDS  : ' WS-XC-TOTAL.
           IF WS-REQUESTS-REJECTED > 0
               AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           SET RQ-END TO TRUE.
           MOVE RETURN-CODE TO RQ-RETURN-CODE.
           CALL 'BRUNCTL' USING RUNCTL-REQUEST.
