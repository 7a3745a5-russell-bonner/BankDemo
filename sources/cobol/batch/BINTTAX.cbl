      *****************************************************************
      * Program:     BINTTAX.CBL                                      *
      * Layer:       Batch                                            *
      * Function:    Year-end interest tax reporting - totals the     *
      *              credit interest (INT movements) paid to each     *
      *              customer in the tax year, across all of the      *
      *              customer's accounts through ACCT-CUST-NUMBER,    *
      *              from the live PROCTRAN file and from the         *
      *              PROCTRAN archive generations BPROCARC has moved  *
      *              older history to.  A reversal (REV) of an INT    *
      *              movement dated in the tax year is netted off,    *
      *              whenever it was posted.  Produces:               *
      *                the tax authority filing (TAXFILE) - one       *
      *                  detail per customer whose interest for the   *
      *                  year reaches the reporting threshold, with   *
      *                  header and trailer control totals;           *
      *                an interest certificate (TAXCERT) for every    *
      *                  customer paid interest in the year,          *
      *                  addressed from CUSTOMER;                     *
      *                an exceptions list (TAXEXC) of customers on    *
      *                  the filing with no taxpayer id on file, and  *
      *                  of customers paid interest whose CUSTOMER    *
      *                  record is missing.                           *
      *              An exempt recipient (withholding status E) gets  *
      *              a certificate but is left off the filing.  The   *
      *              tax year, threshold and the bank's own taxpayer  *
      *              id and name come from the CASHCTL control record *
      *              (key INTTAX); the run is refused until the tax   *
      *              year has ended on the business date.             *
      *                                                               *
      * Filing layout (all zoned, amounts at V99):                    *
      *   Header:  'H' tax year 9(4), bank taxpayer id X(9), bank     *
      *            name X(30), run date X(8)                          *
      *   Detail:  'D' tax year 9(4), customer 9(10), taxpayer id     *
      *            X(9), withholding status X(1), name X(30),         *
      *            address 3 x X(30), postcode X(10), interest        *
      *            9(11)V99                                           *
      *   Trailer: 'T' tax year 9(4), detail count 9(9), interest     *
      *            9(13)V99                                           *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BINTTAX.
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

           SELECT ARCH-FILE ASSIGN TO ARCHFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

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

           SELECT FILING-FILE ASSIGN TO TAXFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILING-STATUS.

           SELECT CERT-FILE ASSIGN TO TAXCERT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

           SELECT REPORT-FILE ASSIGN TO TAXEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASHCTL-FILE.
           COPY CASHCTL.

       FD  PROCTRAN-FILE.
           COPY PROCTRAN.

      *****************************************************************
      * One line of a PROCTRAN archive generation.  The detail layout *
      * mirrors WS-ARCH-DETAIL in BPROCARC - keep the two in step.    *
      * The heading lines at the top of each generation have no       *
      * numeric sort code and are passed over.                        *
      *****************************************************************
       FD  ARCH-FILE.
       01  ARCH-LINE.
           05  ARCH-SORT-CODE                        PIC X(6).
           05  FILLER                                PIC X(3).
           05  ARCH-ACCT-NUMBER                      PIC X(8).
           05  FILLER                                PIC X(1).
           05  ARCH-DATE                             PIC X(8).
           05  FILLER                                PIC X(1).
           05  ARCH-TIME                             PIC X(6).
           05  FILLER                                PIC X(1).
           05  ARCH-SEQ                              PIC X(4).
           05  FILLER                                PIC X(1).
           05  ARCH-TYPE                             PIC X(3).
           05  FILLER                                PIC X(1).
           05  ARCH-AMOUNT                           PIC X(13).
           05  FILLER                                PIC X(2).
           05  ARCH-DESCRIPTION                      PIC X(40).
           05  FILLER                                PIC X(34).

       FD  ACCOUNT-FILE.
           COPY ACCOUNT.

       FD  CUSTOMER-FILE.
           COPY CUSTOMER.

       FD  FILING-FILE.
       01  FILING-LINE                               PIC X(168).

       FD  CERT-FILE.
       01  CERT-LINE                                 PIC X(132).

       FD  REPORT-FILE.
       01  RPT-LINE                                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CASHCTL-STATUS                        PIC X(2).
           88  WS-CASHCTL-OK                        VALUE '00'.

       01  WS-PROCTRAN-STATUS                       PIC X(2).
           88  WS-PROCTRAN-OK                       VALUE '00'.

       01  WS-ARCH-STATUS                           PIC X(2).
           88  WS-ARCH-OK                           VALUE '00'.

       01  WS-ACCOUNT-STATUS                        PIC X(2).
           88  WS-ACCOUNT-OK                        VALUE '00'.

       01  WS-CUSTOMER-STATUS                       PIC X(2).
           88  WS-CUSTOMER-OK                       VALUE '00'.

       01  WS-FILING-STATUS                         PIC X(2).
           88  WS-FILING-OK                         VALUE '00'.

       01  WS-CERT-STATUS                           PIC X(2).
           88  WS-CERT-OK                           VALUE '00'.

       01  WS-REPORT-STATUS                         PIC X(2).
           88  WS-REPORT-OK                         VALUE '00'.

       01  WS-END-OF-PROCTRAN-SW                    PIC X VALUE 'N'.
           88  WS-END-OF-PROCTRAN                   VALUE 'Y'.

       01  WS-END-OF-ARCHIVE-SW                     PIC X VALUE 'N'.
           88  WS-END-OF-ARCHIVE                    VALUE 'Y'.

       01  WS-RUN-DATE                               PIC X(8).

      *****************************************************************
      * The tax year runs 1 January to 31 December of CTAX-TAX-YEAR.  *
      *****************************************************************
       01  WS-YEAR-START.
           05  WS-YS-YYYY                            PIC 9(4).
           05  FILLER                                PIC X(4)
               VALUE '0101'.
       01  WS-YEAR-END.
           05  WS-YE-YYYY                            PIC 9(4).
           05  FILLER                                PIC X(4)
               VALUE '1231'.

      *****************************************************************
      * The account whose movements are being read and the table      *
      * entry of its owner.  Both sources come in account order, so   *
      * the owner is looked up once per account rather than once per  *
      * movement.                                                     *
      *****************************************************************
       01  WS-CUR-ACCT-KEY.
           05  WS-CUR-SORT-CODE                     PIC 9(6) VALUE 0.
           05  WS-CUR-ACCT-NUMBER                   PIC 9(8) VALUE 0.
       01  WS-CUR-CUST-NUMBER                        PIC 9(10).
       01  WS-CUR-ACCT-FOUND-SW                     PIC X VALUE 'N'.
           88  WS-CUR-ACCT-FOUND                    VALUE 'Y'.

      *****************************************************************
      * The movement being taken into the totals, from whichever      *
      * source it was read.                                           *
      *****************************************************************
       01  WS-MOVEMENT.
           05  WS-MV-KEY.
               10  WS-MV-SORT-CODE                  PIC 9(6).
               10  WS-MV-ACCT-NUMBER                PIC 9(8).
           05  WS-MV-DATE                           PIC X(8).
           05  WS-MV-TYPE                           PIC X(3).
           05  WS-MV-AMOUNT                         PIC S9(10)V99
                                                       COMP-3.
           05  WS-MV-DESCRIPTION                    PIC X(40).

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
      * One entry per customer paid interest in the tax year.         *
      * Customers are spread across PROCTRAN by account, so the       *
      * totals build up here before anything can be reported.         *
      *****************************************************************
       01  WS-CT-MAX                                 PIC 9(5)
           VALUE 20000.
       01  WS-CT-COUNT                               PIC 9(5)
           VALUE 0.
       01  WS-CT-TABLE.
           05  WS-CT-ENTRY OCCURS 20000.
               10  WS-CT-CUST-NUMBER                PIC 9(10).
               10  WS-CT-INTEREST                   PIC S9(11)V99
                                                       COMP-3.

       01  WS-IX                                     PIC 9(5).
       01  WS-HIT-IX                                 PIC 9(5).

       01  WS-TAX-ID-SW                              PIC X VALUE 'N'.
           88  WS-HAS-TAX-ID                         VALUE 'Y'.

       01  WS-MOVEMENTS-READ                         PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-ARCHIVE-LINES-READ                     PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-INTEREST-TAKEN                         PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-REVERSALS-NETTED                       PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-NO-ACCOUNT                             PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-CUSTOMERS-FILED                        PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-CERTIFICATES                           PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-CUSTOMERS-EXEMPT                       PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-NO-TAX-ID                              PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-CUSTOMERS-MISSING                      PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-FILED-INTEREST                         PIC S9(13)V99
                                                       COMP-3 VALUE 0.
       01  WS-TOTAL-INTEREST                         PIC S9(13)V99
                                                       COMP-3 VALUE 0.

       COPY RUNCTLRQ.

       01  WS-FILING-HEADER.
           05  FH-RECORD-TYPE                        PIC X(1)
               VALUE 'H'.
           05  FH-TAX-YEAR                           PIC 9(4).
           05  FH-PAYER-ID                           PIC X(9).
           05  FH-PAYER-NAME                         PIC X(30).
           05  FH-RUN-DATE                           PIC X(8).

       01  WS-FILING-DETAIL.
           05  FD-RECORD-TYPE                        PIC X(1)
               VALUE 'D'.
           05  FD-TAX-YEAR                           PIC 9(4).
           05  FD-CUST-NUMBER                        PIC 9(10).
           05  FD-TAXPAYER-ID                        PIC X(9).
           05  FD-WITHHOLD-STATUS                    PIC X(1).
           05  FD-CUST-NAME                          PIC X(30).
           05  FD-ADDR-LINE1                         PIC X(30).
           05  FD-ADDR-LINE2                         PIC X(30).
           05  FD-ADDR-LINE3                         PIC X(30).
           05  FD-ADDR-POSTCODE                      PIC X(10).
           05  FD-INTEREST                           PIC 9(11)V99.

       01  WS-FILING-TRAILER.
           05  FT-RECORD-TYPE                        PIC X(1)
               VALUE 'T'.
           05  FT-TAX-YEAR                           PIC 9(4).
           05  FT-COUNT                              PIC 9(9).
           05  FT-INTEREST                           PIC 9(13)V99.

       01  WS-CERT-SEPARATOR                         PIC X(132)
           VALUE ALL '-'.

       01  WS-CERT-HEADING.
           05  FILLER                                PIC X(36)
               VALUE 'CERTIFICATE OF INTEREST - TAX YEAR '.
           05  CH-TAX-YEAR                           PIC 9(4).
           05  FILLER                                PIC X(4)
               VALUE SPACE.
           05  CH-PAYER-NAME                         PIC X(30).

       01  WS-CERT-CUSTOMER.
           05  FILLER                                PIC X(17)
               VALUE 'CUSTOMER NUMBER  '.
           05  CC-CUST-NUMBER                        PIC 9(10).
           05  FILLER                                PIC X(17)
               VALUE '   TAXPAYER ID   '.
           05  CC-TAXPAYER-ID                        PIC X(11).

       01  WS-CERT-AMOUNT.
           05  FILLER                                PIC X(36)
               VALUE 'GROSS INTEREST PAID IN THE YEAR     '.
           05  CA-INTEREST                           PIC -(11)9.99.

       01  WS-CERT-BACKUP                            PIC X(60)
           VALUE 'BACKUP WITHHOLDING APPLIES TO THIS ACCOUNT HOLDER'.

       01  WS-CERT-ISSUED.
           05  FILLER                                PIC X(14)
               VALUE 'ISSUED BY     '.
           05  CI-PAYER-NAME                         PIC X(30).
           05  FILLER                                PIC X(17)
               VALUE '   TAXPAYER ID   '.
           05  CI-PAYER-ID                           PIC X(9).
           05  FILLER                                PIC X(4)
               VALUE ' ON '.
           05  CI-RUN-DATE                           PIC X(8).

       01  WS-RPT-HEADING1.
           05  FILLER                                PIC X(36)
               VALUE 'INTEREST TAX EXCEPTIONS - TAX YEAR '.
           05  RH-TAX-YEAR                           PIC 9(4).
           05  FILLER                                PIC X(12)
               VALUE '  RUN OF    '.
           05  RH-RUN-DATE                           PIC X(8).
       01  WS-RPT-HEADING2.
           05  FILLER                                PIC X(40)
               VALUE 'CUSTOMER   NAME                         '.
           05  FILLER                                PIC X(38)
               VALUE '        INTEREST  FILED  EXCEPTION    '.

       01  WS-RPT-DETAIL.
           05  RD-CUST-NUMBER                        PIC 9(10).
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  RD-CUST-NAME                          PIC X(30).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  RD-INTEREST                           PIC -(11)9.99.
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  RD-FILED                              PIC X(3).
           05  FILLER                                PIC X(4)
               VALUE SPACE.
           05  RD-EXCEPTION                          PIC X(30).

       01  WS-RPT-TOTAL1.
           05  FILLER                                PIC X(22)
               VALUE 'CUSTOMERS FILED       '.
           05  RT-FILED                              PIC Z(8)9.
           05  FILLER                                PIC X(24)
               VALUE '   INTEREST FILED       '.
           05  RT-FILED-INTEREST                     PIC -(12)9.99.
       01  WS-RPT-TOTAL2.
           05  FILLER                                PIC X(22)
               VALUE 'CERTIFICATES          '.
           05  RT-CERTIFICATES                       PIC Z(8)9.
           05  FILLER                                PIC X(24)
               VALUE '   TOTAL INTEREST PAID  '.
           05  RT-TOTAL-INTEREST                     PIC -(12)9.99.
       01  WS-RPT-TOTAL3.
           05  FILLER                                PIC X(22)
               VALUE 'NO TAXPAYER ID        '.
           05  RT-NO-TAX-ID                          PIC Z(8)9.
           05  FILLER                                PIC X(24)
               VALUE '   EXEMPT - NOT FILED   '.
           05  RT-EXEMPT                             PIC Z(8)9.
           05  FILLER                                PIC X(24)
               VALUE '   NO CUSTOMER RECORD   '.
           05  RT-MISSING                            PIC Z(8)9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISE.
           PERFORM 2000-PROCESS-PROCTRAN
               UNTIL WS-END-OF-PROCTRAN.
           PERFORM 2100-PROCESS-ARCHIVE
               UNTIL WS-END-OF-ARCHIVE.
           PERFORM 3000-REPORT-CUSTOMERS.
           PERFORM 9000-TERMINATE.
           STOP RUN.

      *****************************************************************
      * Pick up the reporting parameters, open the files and write    *
      * the filing header and the exceptions heading.                 *
      *****************************************************************
       1000-INITIALISE.
           PERFORM 1500-REGISTER-START.
           PERFORM 1100-READ-CONTROL.

           OPEN INPUT PROCTRAN-FILE.
           IF NOT WS-PROCTRAN-OK
               DISPLAY 'BINTTAX - UNABLE TO OPEN PROCTRAN, STATUS='
                   WS-PROCTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ARCH-FILE.
           IF NOT WS-ARCH-OK
               DISPLAY 'BINTTAX - UNABLE TO OPEN ARCHFILE, STATUS='
                   WS-ARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ACCOUNT-FILE.
           IF NOT WS-ACCOUNT-OK
               DISPLAY 'BINTTAX - UNABLE TO OPEN ACCOUNT, STATUS='
                   WS-ACCOUNT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF NOT WS-CUSTOMER-OK
               DISPLAY 'BINTTAX - UNABLE TO OPEN CUSTOMER, STATUS='
                   WS-CUSTOMER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT FILING-FILE.
           IF NOT WS-FILING-OK
               DISPLAY 'BINTTAX - UNABLE TO OPEN TAXFILE, STATUS='
                   WS-FILING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CERT-FILE.
           IF NOT WS-CERT-OK
               DISPLAY 'BINTTAX - UNABLE TO OPEN TAXCERT, STATUS='
                   WS-CERT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-REPORT-OK
               DISPLAY 'BINTTAX - UNABLE TO OPEN TAXEXC, STATUS='
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE CTAX-TAX-YEAR TO FH-TAX-YEAR.
           MOVE CTAX-PAYER-ID TO FH-PAYER-ID.
           MOVE CTAX-PAYER-NAME TO FH-PAYER-NAME.
           MOVE WS-RUN-DATE TO FH-RUN-DATE.
           MOVE WS-FILING-HEADER TO FILING-LINE.
           WRITE FILING-LINE.
           MOVE CTAX-TAX-YEAR TO RH-TAX-YEAR.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-RPT-HEADING1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RPT-HEADING2 TO RPT-LINE.
           WRITE RPT-LINE.

      *****************************************************************
      * The parameters are the tax team's to set - a missing or       *
      * unusable control record, or a tax year that has not yet       *
      * ended on the business date, stops the job rather than filing  *
      * a part year or the wrong one.                                 *
      *****************************************************************
       1100-READ-CONTROL.
           OPEN INPUT CASHCTL-FILE.
           IF NOT WS-CASHCTL-OK
               DISPLAY 'BINTTAX - UNABLE TO OPEN CASHCTL, STATUS='
                   WS-CASHCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'INTTAX  ' TO CCTL-KEY.
           READ CASHCTL-FILE
               INVALID KEY
                   MOVE '23' TO WS-CASHCTL-STATUS
           END-READ.
           IF NOT WS-CASHCTL-OK
               DISPLAY 'BINTTAX - NO INTTAX CONTROL RECORD, STATUS='
                   WS-CASHCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CTAX-TAX-YEAR NOT NUMERIC
               OR CTAX-THRESHOLD NOT NUMERIC
               OR CTAX-PAYER-ID NOT NUMERIC
               OR CTAX-TAX-YEAR < 1900
               OR CTAX-PAYER-NAME = SPACES
               DISPLAY 'BINTTAX - INTTAX CONTROL RECORD INVALID'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE CASHCTL-FILE.
           MOVE CTAX-TAX-YEAR TO WS-YS-YYYY.
           MOVE CTAX-TAX-YEAR TO WS-YE-YYYY.
           IF WS-YEAR-END NOT < WS-RUN-DATE
               DISPLAY 'BINTTAX - TAX YEAR ' CTAX-TAX-YEAR
                   ' HAS NOT ENDED ON ' WS-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'BINTTAX - TAX YEAR         : ' CTAX-TAX-YEAR.
           DISPLAY 'BINTTAX - THRESHOLD        : ' CTAX-THRESHOLD.

      *****************************************************************
      * Register with the run control (BRUNCTL): pick up the          *
      * business processing date the whole stream posts under and     *
      * prove this job may start - not already run for the date.      *
      *****************************************************************
       1500-REGISTER-START.
           SET RQ-START TO TRUE.
           MOVE 'BINTTAX ' TO RQ-JOB-NAME.
           MOVE 0 TO RQ-RETURN-CODE.
           CALL 'BRUNCTL' USING RUNCTL-REQUEST.
           IF RQ-REFUSED
               DISPLAY 'BINTTAX - NOT STARTED: ' RQ-REFUSAL-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RQ-BUSINESS-DATE TO WS-RUN-DATE.

      *****************************************************************
      * Read the next live movement.                                  *
      *****************************************************************
       2000-PROCESS-PROCTRAN.
           READ PROCTRAN-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-PROCTRAN TO TRUE
           END-READ.
           IF NOT WS-END-OF-PROCTRAN
               ADD 1 TO WS-MOVEMENTS-READ
               MOVE PROCT-SORT-CODE TO WS-MV-SORT-CODE
               MOVE PROCT-ACCT-NUMBER TO WS-MV-ACCT-NUMBER
               MOVE PROCT-DATE TO WS-MV-DATE
               MOVE PROCT-TYPE-CODE TO WS-MV-TYPE
               MOVE PROCT-AMOUNT TO WS-MV-AMOUNT
               MOVE PROCT-DESCRIPTION TO WS-MV-DESCRIPTION
               PERFORM 2500-CLASSIFY-MOVEMENT
           END-IF.

      *****************************************************************
      * Read the next archive line.  The archive is the readable      *
      * listing BPROCARC writes, so the amount is converted back from *
      * its edited form.  Records archived from PROCTRAN are deleted  *
      * from it, so nothing is counted from both sources.             *
      *****************************************************************
       2100-PROCESS-ARCHIVE.
           READ ARCH-FILE
               AT END
                   SET WS-END-OF-ARCHIVE TO TRUE
           END-READ.
           IF NOT WS-END-OF-ARCHIVE
               ADD 1 TO WS-ARCHIVE-LINES-READ
               IF ARCH-SORT-CODE NUMERIC
                   AND ARCH-ACCT-NUMBER NUMERIC
                   MOVE ARCH-SORT-CODE TO WS-MV-SORT-CODE
                   MOVE ARCH-ACCT-NUMBER TO WS-MV-ACCT-NUMBER
                   MOVE ARCH-DATE TO WS-MV-DATE
                   MOVE ARCH-TYPE TO WS-MV-TYPE
                   COMPUTE WS-MV-AMOUNT =
                       FUNCTION NUMVAL(ARCH-AMOUNT)
                   MOVE ARCH-DESCRIPTION TO WS-MV-DESCRIPTION
                   PERFORM 2500-CLASSIFY-MOVEMENT
               END-IF
           END-IF.

      *****************************************************************
      * Interest credited in the tax year counts; so does a reversal  *
      * of interest credited in the tax year, which carries the       *
      * opposite sign and nets it off.  A reversal of interest from   *
      * another year belongs to that year's figures and is ignored.   *
      *****************************************************************
       2500-CLASSIFY-MOVEMENT.
           EVALUATE TRUE
               WHEN WS-MV-TYPE = 'INT'
                   IF WS-MV-DATE NOT < WS-YEAR-START
                       AND WS-MV-DATE NOT > WS-YEAR-END
                       PERFORM 2600-TAKE-MOVEMENT
                   END-IF
               WHEN WS-MV-TYPE = 'REV'
                   MOVE WS-MV-DESCRIPTION TO WS-REV-DESC-VIEW
                   IF WS-RV-IS-REVERSAL
                       AND WS-RV-TYPE = 'INT'
                       AND WS-RV-DATE NOT < WS-YEAR-START
                       AND WS-RV-DATE NOT > WS-YEAR-END
                       ADD 1 TO WS-REVERSALS-NETTED
                       PERFORM 2600-TAKE-MOVEMENT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2600-TAKE-MOVEMENT.
           IF WS-MV-KEY NOT = WS-CUR-ACCT-KEY
               PERFORM 2700-GET-ACCOUNT-OWNER
           END-IF.
           IF WS-CUR-ACCT-FOUND
               ADD WS-MV-AMOUNT TO WS-CT-INTEREST(WS-HIT-IX)
               ADD 1 TO WS-INTEREST-TAKEN
           ELSE
               ADD 1 TO WS-NO-ACCOUNT
           END-IF.

      *****************************************************************
      * A new account: find its owner and the owner's table entry,    *
      * creating the entry the first time the customer appears.       *
      *****************************************************************
       2700-GET-ACCOUNT-OWNER.
           MOVE WS-MV-KEY TO WS-CUR-ACCT-KEY.
           MOVE WS-MV-SORT-CODE TO ACCT-SORT-CODE.
           MOVE WS-MV-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '23' TO WS-ACCOUNT-STATUS
           END-READ.
           IF WS-ACCOUNT-OK
               SET WS-CUR-ACCT-FOUND TO TRUE
               MOVE ACCT-CUST-NUMBER TO WS-CUR-CUST-NUMBER
               PERFORM 2800-FIND-CUSTOMER-ENTRY
           ELSE
               MOVE 'N' TO WS-CUR-ACCT-FOUND-SW
               DISPLAY 'BINTTAX - NO ACCOUNT FOR INTEREST ON '
                   WS-MV-ACCT-NUMBER
           END-IF.

       2800-FIND-CUSTOMER-ENTRY.
           MOVE 0 TO WS-HIT-IX.
           PERFORM 2810-MATCH-ONE-ENTRY
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-CT-COUNT
                  OR WS-HIT-IX > 0.
           IF WS-HIT-IX = 0
               IF WS-CT-COUNT = WS-CT-MAX
                   DISPLAY 'BINTTAX - CUSTOMER TABLE FULL AT '
                       WS-MV-KEY
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CT-COUNT
               MOVE WS-CT-COUNT TO WS-HIT-IX
               MOVE WS-CUR-CUST-NUMBER TO WS-CT-CUST-NUMBER(WS-HIT-IX)
               MOVE 0 TO WS-CT-INTEREST(WS-HIT-IX)
           END-IF.

       2810-MATCH-ONE-ENTRY.
           IF WS-CT-CUST-NUMBER(WS-IX) = WS-CUR-CUST-NUMBER
               MOVE WS-IX TO WS-HIT-IX
           END-IF.

      *****************************************************************
      * With both sources taken in, report every customer whose net   *
      * interest for the year is above nothing.                       *
      *****************************************************************
       3000-REPORT-CUSTOMERS.
           PERFORM 3100-REPORT-ONE-CUSTOMER
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-CT-COUNT.

      *****************************************************************
      * A customer over the threshold is filed even when the          *
      * CUSTOMER record cannot be found - with a blank name and       *
      * address, listed as an exception, and the job ends with        *
      * return code 4 so the gap is put right.  A certificate needs   *
      * an address, so none is printed for such a customer.           *
      *****************************************************************
       3100-REPORT-ONE-CUSTOMER.
           IF WS-CT-INTEREST(WS-IX) > 0
               ADD WS-CT-INTEREST(WS-IX) TO WS-TOTAL-INTEREST
               MOVE WS-CT-CUST-NUMBER(WS-IX) TO CUST-NUMBER
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE '23' TO WS-CUSTOMER-STATUS
               END-READ
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE 'NO' TO RD-FILED
               PERFORM 3150-CHECK-TAX-ID
               EVALUATE TRUE
                   WHEN NOT WS-CUSTOMER-OK
                       MOVE SPACES TO CUSTOMER-RECORD
                       MOVE WS-CT-CUST-NUMBER(WS-IX) TO CUST-NUMBER
                       MOVE 'N' TO WS-TAX-ID-SW
                       ADD 1 TO WS-CUSTOMERS-MISSING
                       IF WS-CT-INTEREST(WS-IX) NOT < CTAX-THRESHOLD
                           PERFORM 3200-WRITE-FILING-DETAIL
                       END-IF
                       MOVE 'CUSTOMER RECORD MISSING' TO RD-EXCEPTION
                       PERFORM 3500-PRINT-EXCEPTION
                   WHEN CUST-WHT-EXEMPT
                       ADD 1 TO WS-CUSTOMERS-EXEMPT
                       PERFORM 3400-PRINT-CERTIFICATE
                   WHEN OTHER
                       IF WS-CT-INTEREST(WS-IX) NOT < CTAX-THRESHOLD
                           PERFORM 3200-WRITE-FILING-DETAIL
                           IF NOT WS-HAS-TAX-ID
                               ADD 1 TO WS-NO-TAX-ID
                               MOVE 'NO TAXPAYER ID ON FILE'
                                   TO RD-EXCEPTION
                               PERFORM 3500-PRINT-EXCEPTION
                           END-IF
                       END-IF
                       PERFORM 3400-PRINT-CERTIFICATE
               END-EVALUATE
           END-IF.

      *****************************************************************
      * A taxpayer id is on file when it is nine digits and not all   *
      * zeros - records written before the field existed hold         *
      * neither.                                                      *
      *****************************************************************
       3150-CHECK-TAX-ID.
           MOVE 'N' TO WS-TAX-ID-SW.
           IF CUST-TAXPAYER-ID NUMERIC
               AND CUST-TAXPAYER-ID NOT = ZEROS
               SET WS-HAS-TAX-ID TO TRUE
           END-IF.

       3200-WRITE-FILING-DETAIL.
           MOVE CTAX-TAX-YEAR TO FD-TAX-YEAR.
           MOVE WS-CT-CUST-NUMBER(WS-IX) TO FD-CUST-NUMBER.
           IF WS-HAS-TAX-ID
               MOVE CUST-TAXPAYER-ID TO FD-TAXPAYER-ID
           ELSE
               MOVE SPACES TO FD-TAXPAYER-ID
           END-IF.
           IF CUST-WHT-VALID
               MOVE CUST-WITHHOLD-STATUS TO FD-WITHHOLD-STATUS
           ELSE
               MOVE SPACE TO FD-WITHHOLD-STATUS
           END-IF.
           MOVE CUST-NAME TO FD-CUST-NAME.
           MOVE CUST-ADDR-LINE1 TO FD-ADDR-LINE1.
           MOVE CUST-ADDR-LINE2 TO FD-ADDR-LINE2.
           MOVE CUST-ADDR-LINE3 TO FD-ADDR-LINE3.
           MOVE CUST-ADDR-POSTCODE TO FD-ADDR-POSTCODE.
           MOVE WS-CT-INTEREST(WS-IX) TO FD-INTEREST.
           MOVE WS-FILING-DETAIL TO FILING-LINE.
           WRITE FILING-LINE.
           MOVE 'YES' TO RD-FILED.
           ADD 1 TO WS-CUSTOMERS-FILED.
           ADD WS-CT-INTEREST(WS-IX) TO WS-FILED-INTEREST.

      *****************************************************************
      * One certificate per customer, laid out like the statement     *
      * header: the customer's mailing name and address, then the     *
      * year's gross interest and who paid it.                        *
      *****************************************************************
       3400-PRINT-CERTIFICATE.
           MOVE WS-CERT-SEPARATOR TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE CTAX-TAX-YEAR TO CH-TAX-YEAR.
           MOVE CTAX-PAYER-NAME TO CH-PAYER-NAME.
           MOVE WS-CERT-HEADING TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE CUST-NAME TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE CUST-ADDR-LINE1 TO CERT-LINE.
           WRITE CERT-LINE.
           IF CUST-ADDR-LINE2 NOT = SPACES
               MOVE CUST-ADDR-LINE2 TO CERT-LINE
               WRITE CERT-LINE
           END-IF.
           IF CUST-ADDR-LINE3 NOT = SPACES
               MOVE CUST-ADDR-LINE3 TO CERT-LINE
               WRITE CERT-LINE
           END-IF.
           MOVE CUST-ADDR-POSTCODE TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE CUST-NUMBER TO CC-CUST-NUMBER.
           IF WS-HAS-TAX-ID
               MOVE CUST-TAXPAYER-ID TO CC-TAXPAYER-ID
           ELSE
               MOVE 'NOT ON FILE' TO CC-TAXPAYER-ID
           END-IF.
           MOVE WS-CERT-CUSTOMER TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE WS-CT-INTEREST(WS-IX) TO CA-INTEREST.
           MOVE WS-CERT-AMOUNT TO CERT-LINE.
           WRITE CERT-LINE.
           IF CUST-WHT-BACKUP
               MOVE WS-CERT-BACKUP TO CERT-LINE
               WRITE CERT-LINE
           END-IF.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE CTAX-PAYER-NAME TO CI-PAYER-NAME.
           MOVE CTAX-PAYER-ID TO CI-PAYER-ID.
           MOVE WS-RUN-DATE TO CI-RUN-DATE.
           MOVE WS-CERT-ISSUED TO CERT-LINE.
           WRITE CERT-LINE.
           ADD 1 TO WS-CERTIFICATES.

       3500-PRINT-EXCEPTION.
           MOVE WS-CT-CUST-NUMBER(WS-IX) TO RD-CUST-NUMBER.
           MOVE CUST-NAME TO RD-CUST-NAME.
           MOVE WS-CT-INTEREST(WS-IX) TO RD-INTEREST.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *****************************************************************
      * Close the filing with its trailer - the detail count and      *
      * interest total the authority's loader proves the file         *
      * against - and the exceptions list with its totals.            *
      *****************************************************************
       9000-TERMINATE.
           MOVE CTAX-TAX-YEAR TO FT-TAX-YEAR.
           MOVE WS-CUSTOMERS-FILED TO FT-COUNT.
           MOVE WS-FILED-INTEREST TO FT-INTEREST.
           MOVE WS-FILING-TRAILER TO FILING-LINE.
           WRITE FILING-LINE.
           MOVE WS-CUSTOMERS-FILED TO RT-FILED.
           MOVE WS-FILED-INTEREST TO RT-FILED-INTEREST.
           MOVE WS-CERTIFICATES TO RT-CERTIFICATES.
           MOVE WS-TOTAL-INTEREST TO RT-TOTAL-INTEREST.
           MOVE WS-NO-TAX-ID TO RT-NO-TAX-ID.
           MOVE WS-CUSTOMERS-EXEMPT TO RT-EXEMPT.
           MOVE WS-CUSTOMERS-MISSING TO RT-MISSING.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RPT-TOTAL1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RPT-TOTAL2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RPT-TOTAL3 TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE PROCTRAN-FILE.
           CLOSE ARCH-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE FILING-FILE.
           CLOSE CERT-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'BINTTAX - MOVEMENTS READ   : ' WS-MOVEMENTS-READ.
           DISPLAY 'BINTTAX - ARCHIVE LINES    : '
               WS-ARCHIVE-LINES-READ.
           DISPLAY 'BINTTAX - INTEREST TAKEN   : ' WS-INTEREST-TAKEN.
           DISPLAY 'BINTTAX - REVERSALS NETTED : '
               WS-REVERSALS-NETTED.
           DISPLAY 'BINTTAX - NO ACCOUNT       : ' WS-NO-ACCOUNT.
           DISPLAY 'BINTTAX - CUSTOMERS        : ' WS-CT-COUNT.
           DISPLAY 'BINTTAX - FILED            : ' WS-CUSTOMERS-FILED.
           DISPLAY 'BINTTAX - CERTIFICATES     : ' WS-CERTIFICATES.
           DISPLAY 'BINTTAX - NO TAXPAYER ID   : ' WS-NO-TAX-ID.
           DISPLAY 'BINTTAX - NO CUSTOMER      : '
               WS-CUSTOMERS-MISSING.
           IF (WS-CUSTOMERS-MISSING > 0 OR WS-NO-ACCOUNT > 0)
               AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           SET RQ-END TO TRUE.
           MOVE RETURN-CODE TO RQ-RETURN-CODE.
           CALL 'BRUNCTL' USING RUNCTL-REQUEST.
