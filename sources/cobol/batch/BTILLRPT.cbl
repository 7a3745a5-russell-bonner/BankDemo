      *****************************************************************
      * Program:     BTILLRPT.CBL                                     *
      * Layer:       Batch                                            *
      * Function:    Nightly till variance report - walks the TILL    *
      *              file and prints every teller's till for the      *
      *              business processing date: the opening float,     *
      *              cash in and out from the day's postings, vault   *
      *              transfers, the cash the till should hold, the    *
      *              count the teller declared at sign-off and the    *
      *              variance between them (positive an overage,      *
      *              negative a shortage).  A till the teller never   *
      *              declared, or whose count no supervisor accepted, *
      *              is flagged as not closed.  Totals of the         *
      *              variances and of the tills left open close the   *
      *              report.                                          *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BTILLRPT.
       DATE-WRITTEN.
           October 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TILL-FILE ASSIGN TO TILL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TILL-KEY
               FILE STATUS IS WS-TILL-STATUS.

           SELECT REPORT-FILE ASSIGN TO TILLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TILL-FILE.
           COPY TILL.

       FD  REPORT-FILE.
       01  RPT-LINE                                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TILL-STATUS                           PIC X(2).
           88  WS-TILL-OK                           VALUE '00'.

       01  WS-REPORT-STATUS                         PIC X(2).
           88  WS-REPORT-OK                         VALUE '00'.

       01  WS-END-OF-TILLS-SW                       PIC X VALUE 'N'.
           88  WS-END-OF-TILLS                      VALUE 'Y'.

       01  WS-RUN-DATE                               PIC X(8).

       01  WS-EXPECTED-CASH                          PIC S9(10)V99
                                                       COMP-3.
       01  WS-VARIANCE                               PIC S9(10)V99
                                                       COMP-3.

       01  WS-TILLS-READ                             PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-TILLS-LISTED                           PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-TILLS-NOT-CLOSED                       PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-TOTAL-EXPECTED                         PIC S9(12)V99
                                                       COMP-3 VALUE 0.
       01  WS-TOTAL-VARIANCE                         PIC S9(12)V99
                                                       COMP-3 VALUE 0.

       COPY RUNCTLRQ.

       01  WS-RPT-HEADING1.
           05  FILLER                                PIC X(34)
               VALUE 'TILL VARIANCE REPORT - RUN OF     '.
           05  RH-RUN-DATE                           PIC X(8).
       01  WS-RPT-HEADING2.
           05  FILLER                                PIC X(36)
               VALUE 'TELLER       FLOAT      CASH IN     '.
           05  FILLER                                PIC X(39)
               VALUE 'CASH OUT     VAULT IN    VAULT OUT     '.
           05  FILLER                                PIC X(36)
               VALUE 'EXPECTED     DECLARED     VARIANCE  '.
           05  FILLER                                PIC X(6)
               VALUE 'STATUS'.

       01  WS-RPT-DETAIL.
           05  RD-TELLER                             PIC X(4).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  RD-FLOAT                              PIC -(8)9.99.
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  RD-CASH-IN                            PIC -(8)9.99.
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  RD-CASH-OUT                           PIC -(8)9.99.
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  RD-VAULT-IN                           PIC -(8)9.99.
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  RD-VAULT-OUT                          PIC -(8)9.99.
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  RD-EXPECTED                           PIC -(8)9.99.
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  RD-DECLARED                           PIC X(12).
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  RD-VARIANCE                           PIC X(12).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  RD-STATUS                             PIC X(24).

       01  WS-AMOUNT-ED                              PIC -(8)9.99.

       01  WS-RPT-TOTAL.
           05  FILLER                                PIC X(22)
               VALUE 'TILLS LISTED          '.
           05  RT-COUNT                              PIC Z(8)9.
           05  FILLER                                PIC X(24)
               VALUE '   EXPECTED CASH        '.
           05  RT-EXPECTED                           PIC -(11)9.99.
           05  FILLER                                PIC X(24)
               VALUE '   NET VARIANCE         '.
           05  RT-VARIANCE                           PIC -(11)9.99.
       01  WS-RPT-NOT-CLOSED.
           05  FILLER                                PIC X(22)
               VALUE 'TILLS NOT CLOSED      '.
           05  RN-COUNT                              PIC Z(8)9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISE.
           PERFORM 2000-PROCESS-TILLS
               UNTIL WS-END-OF-TILLS.
           PERFORM 9000-TERMINATE.
           STOP RUN.

      *****************************************************************
      * Open the files and write the report heading.                  *
      *****************************************************************
       1000-INITIALISE.
           PERFORM 1500-REGISTER-START.

           OPEN INPUT TILL-FILE.
           IF NOT WS-TILL-OK
               DISPLAY 'BTILLRPT - UNABLE TO OPEN TILL, STATUS='
                   WS-TILL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-REPORT-OK
               DISPLAY 'BTILLRPT - UNABLE TO OPEN TILLRPT, STATUS='
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-RPT-HEADING1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RPT-HEADING2 TO RPT-LINE.
           WRITE RPT-LINE.

      *****************************************************************
      * Register with the run control (BRUNCTL): pick up the          *
      * business processing date the whole stream posts under and     *
      * prove this job may start - not already run for the date.      *
      *****************************************************************
       1500-REGISTER-START.
           SET RQ-START TO TRUE.
           MOVE 'BTILLRPT' TO RQ-JOB-NAME.
           MOVE 0 TO RQ-RETURN-CODE.
           CALL 'BRUNCTL' USING RUNCTL-REQUEST.
           IF RQ-REFUSED
               DISPLAY 'BTILLRPT - NOT STARTED: ' RQ-REFUSAL-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RQ-BUSINESS-DATE TO WS-RUN-DATE.

      *****************************************************************
      * The till file is keyed by teller before date, so the whole    *
      * file is read and the business date's tills picked out.        *
      *****************************************************************
       2000-PROCESS-TILLS.
           READ TILL-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-TILLS TO TRUE
           END-READ.
           IF NOT WS-END-OF-TILLS
               ADD 1 TO WS-TILLS-READ
               IF TILL-DATE = WS-RUN-DATE
                   PERFORM 2100-PRINT-TILL-LINE
               END-IF
           END-IF.

      *****************************************************************
      * One line per till.  The declared count and the variance are   *
      * left blank for a till the teller never declared - there is    *
      * nothing to set the expected cash against.                     *
      *****************************************************************
       2100-PRINT-TILL-LINE.
           COMPUTE WS-EXPECTED-CASH =
               TILL-OPENING-FLOAT + TILL-CASH-IN + TILL-VAULT-IN
               - TILL-CASH-OUT - TILL-VAULT-OUT.
           MOVE TILL-TELLER-ID TO RD-TELLER.
           MOVE TILL-OPENING-FLOAT TO RD-FLOAT.
           MOVE TILL-CASH-IN TO RD-CASH-IN.
           MOVE TILL-CASH-OUT TO RD-CASH-OUT.
           MOVE TILL-VAULT-IN TO RD-VAULT-IN.
           MOVE TILL-VAULT-OUT TO RD-VAULT-OUT.
           MOVE WS-EXPECTED-CASH TO RD-EXPECTED.
           IF TILL-OPEN
               MOVE SPACES TO RD-DECLARED
               MOVE SPACES TO RD-VARIANCE
               MOVE 'NOT CLOSED - NOT DECLARED' TO RD-STATUS
               ADD 1 TO WS-TILLS-NOT-CLOSED
           ELSE
               COMPUTE WS-VARIANCE =
                   TILL-DECLARED-CASH - WS-EXPECTED-CASH
               MOVE TILL-DECLARED-CASH TO WS-AMOUNT-ED
               MOVE WS-AMOUNT-ED TO RD-DECLARED
               MOVE WS-VARIANCE TO WS-AMOUNT-ED
               MOVE WS-AMOUNT-ED TO RD-VARIANCE
               ADD WS-VARIANCE TO WS-TOTAL-VARIANCE
               IF TILL-DECLARED
                   MOVE 'NOT CLOSED - NOT ACCEPTED' TO RD-STATUS
                   ADD 1 TO WS-TILLS-NOT-CLOSED
               ELSE
                   MOVE 'CLOSED' TO RD-STATUS
               END-IF
           END-IF.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-TILLS-LISTED.
           ADD WS-EXPECTED-CASH TO WS-TOTAL-EXPECTED.

       9000-TERMINATE.
           MOVE WS-TILLS-LISTED TO RT-COUNT.
           MOVE WS-TOTAL-EXPECTED TO RT-EXPECTED.
           MOVE WS-TOTAL-VARIANCE TO RT-VARIANCE.
           MOVE WS-TILLS-NOT-CLOSED TO RN-COUNT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RPT-TOTAL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RPT-NOT-CLOSED TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE TILL-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'BTILLRPT - TILLS READ     : ' WS-TILLS-READ.
           DISPLAY 'BTILLRPT - TILLS LISTED   : ' WS-TILLS-LISTED.
           DISPLAY 'BTILLRPT - NOT CLOSED     : ' WS-TILLS-NOT-CLOSED.
           SET RQ-END TO TRUE.
           MOVE RETURN-CODE TO RQ-RETURN-CODE.
           CALL 'BRUNCTL' USING RUNCTL-REQUEST.
