      *****************************************************************
      * Program:     BCORRPT.CBL                                      *
      * Layer:       Batch                                            *
      * Function:    Daily corrections report - walks the PROCREV     *
      *              reversal link file and prints every movement     *
      *              reversed on the correction screen (SCOR) on the  *
      *              business processing date: the account, the       *
      *              original movement's date/time/seq, type and      *
      *              amount, the teller who posted it, the            *
      *              supervisor who reversed it, when, and the        *
      *              reason keyed.  Both legs of a reversed transfer  *
      *              appear, one line each.  For branch management    *
      *              to review the day's corrections against the      *
      *              tellers involved.                                *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BCORRPT.
       DATE-WRITTEN.
           October 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCREV-FILE ASSIGN TO PROCREV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REV-ORIG-KEY
               FILE STATUS IS WS-PROCREV-STATUS.

           SELECT REPORT-FILE ASSIGN TO CORRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROCREV-FILE.
           COPY PROCREV.

       FD  REPORT-FILE.
       01  RPT-LINE                                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROCREV-STATUS                        PIC X(2).
           88  WS-PROCREV-OK                        VALUE '00'.

       01  WS-REPORT-STATUS                         PIC X(2).
           88  WS-REPORT-OK                         VALUE '00'.

       01  WS-END-OF-LINKS-SW                       PIC X VALUE 'N'.
           88  WS-END-OF-LINKS                      VALUE 'Y'.

       01  WS-RUN-DATE                               PIC X(8).

       01  WS-LINKS-READ                             PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-CORRECTIONS-LISTED                     PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-TOTAL-REVERSED                         PIC S9(12)V99
                                                       COMP-3 VALUE 0.

       COPY RUNCTLRQ.

       01  WS-RPT-HEADING1.
           05  FILLER                                PIC X(34)
               VALUE 'DAILY CORRECTIONS REPORT - RUN OF '.
           05  RH-RUN-DATE                           PIC X(8).
       01  WS-RPT-HEADING2.
           05  FILLER                                PIC X(40)
               VALUE 'ACCT-NUMBER ORIGINAL-MOVEMENT      TYPE '.
           05  FILLER                                PIC X(40)
               VALUE '       AMOUNT  TELLER  SUPVR  REV-TIME  '.
           05  FILLER                                PIC X(6)
               VALUE 'REASON'.

       01  WS-RPT-DETAIL.
           05  RD-ACCT-NUMBER                        PIC 9(8).
           05  FILLER                                PIC X(4)
               VALUE SPACE.
           05  RD-ORIG-DATE                          PIC X(8).
           05  FILLER                                PIC X(1)
               VALUE '/'.
           05  RD-ORIG-TIME                          PIC X(6).
           05  FILLER                                PIC X(1)
               VALUE '/'.
           05  RD-ORIG-SEQ                           PIC 9(4).
           05  FILLER                                PIC X(3)
               VALUE SPACE.
           05  RD-TYPE                               PIC X(3).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  RD-AMOUNT                             PIC -(9)9.99.
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  RD-TELLER                             PIC X(4).
           05  FILLER                                PIC X(4)
               VALUE SPACE.
           05  RD-SUPERVISOR                         PIC X(4).
           05  FILLER                                PIC X(3)
               VALUE SPACE.
           05  RD-REV-TIME                           PIC X(6).
           05  FILLER                                PIC X(4)
               VALUE SPACE.
           05  RD-REASON                             PIC X(30).

       01  WS-RPT-TOTAL.
           05  FILLER                                PIC X(22)
               VALUE 'MOVEMENTS REVERSED    '.
           05  RT-COUNT                              PIC Z(8)9.
           05  FILLER                                PIC X(24)
               VALUE '   ORIGINAL AMOUNTS NET '.
           05  RT-AMOUNT                             PIC -(11)9.99.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISE.
           PERFORM 2000-PROCESS-LINKS
               UNTIL WS-END-OF-LINKS.
           PERFORM 9000-TERMINATE.
           STOP RUN.

      *****************************************************************
      * Open the files and write the report heading.                  *
      *****************************************************************
       1000-INITIALISE.
           PERFORM 1500-REGISTER-START.

           OPEN INPUT PROCREV-FILE.
           IF NOT WS-PROCREV-OK
               DISPLAY 'BCORRPT - UNABLE TO OPEN PROCREV, STATUS='
                   WS-PROCREV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-REPORT-OK
               DISPLAY 'BCORRPT - UNABLE TO OPEN CORRRPT, STATUS='
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
           MOVE 'BCORRPT ' TO RQ-JOB-NAME.
           MOVE 0 TO RQ-RETURN-CODE.
           CALL 'BRUNCTL' USING RUNCTL-REQUEST.
           IF RQ-REFUSED
               DISPLAY 'BCORRPT - NOT STARTED: ' RQ-REFUSAL-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RQ-BUSINESS-DATE TO WS-RUN-DATE.

      *****************************************************************
      * The link file is keyed by the original movement, not by the   *
      * date of the correction, so the whole file is read and the     *
      * day's corrections picked out by their reversal date.          *
      *****************************************************************
       2000-PROCESS-LINKS.
           READ PROCREV-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-LINKS TO TRUE
           END-READ.
           IF NOT WS-END-OF-LINKS
               ADD 1 TO WS-LINKS-READ
               IF REV-DATE = WS-RUN-DATE
                   PERFORM 2100-PRINT-CORRECTION-LINE
               END-IF
           END-IF.

       2100-PRINT-CORRECTION-LINE.
           MOVE REV-ORIG-ACCT-NUMBER TO RD-ACCT-NUMBER.
           MOVE REV-ORIG-DATE TO RD-ORIG-DATE.
           MOVE REV-ORIG-TIME TO RD-ORIG-TIME.
           MOVE REV-ORIG-SEQ TO RD-ORIG-SEQ.
           MOVE REV-ORIG-TYPE-CODE TO RD-TYPE.
           MOVE REV-ORIG-AMOUNT TO RD-AMOUNT.
           MOVE REV-ORIG-TELLER-ID TO RD-TELLER.
           MOVE REV-SUPERVISOR-ID TO RD-SUPERVISOR.
           MOVE REV-TIME TO RD-REV-TIME.
           MOVE REV-REASON TO RD-REASON.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-CORRECTIONS-LISTED.
           ADD REV-ORIG-AMOUNT TO WS-TOTAL-REVERSED.

       9000-TERMINATE.
           MOVE WS-CORRECTIONS-LISTED TO RT-COUNT.
           MOVE WS-TOTAL-REVERSED TO RT-AMOUNT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RPT-TOTAL TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE PROCREV-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'BCORRPT - LINKS READ      : ' WS-LINKS-READ.
           DISPLAY 'BCORRPT - CORRECTIONS     : ' WS-CORRECTIONS-LISTED.
           SET RQ-END TO TRUE.
           MOVE RETURN-CODE TO RQ-RETURN-CODE.
           CALL 'BRUNCTL' USING RUNCTL-REQUEST.
