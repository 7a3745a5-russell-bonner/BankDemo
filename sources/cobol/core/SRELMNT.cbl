      *****************************************************************
      * Program:     SRELMNT.CBL                                      *
      * Layer:       Screen handling                                  *
      * Function:    Account parties maintenance - lists everyone     *
      *              with a standing on an account (the primary       *
      *              holder from ACCT-CUST-NUMBER, then every record  *
      *              on the ACCTREL file, active or ended) and lets   *
      *              a signed-on teller add a joint holder,           *
      *              authorised signatory or attorney, or end an      *
      *              existing relationship.  A relationship is never  *
      *              deleted: ending it stamps the date and the       *
      *              teller, and adding the same customer again       *
      *              later reactivates the record under the new       *
      *              role.  Runs pseudo-conversationally under        *
      *              transaction SREL.                                *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           SRELMNT.
       DATE-WRITTEN.
           October 2026.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *****************************************************************
      * ACCTREL, ACCOUNT and CUSTOMER are accessed through EXEC CICS  *
      * FILE commands against resources defined in the CSD, not       *
      * through FILE-CONTROL/FD.                                      *
      *****************************************************************
       COPY ACCTREL.
       COPY ACCOUNT.
       COPY CUSTOMER.
       COPY TLRSGN.
       COPY RELMNT.
       COPY DFHAID.

      *****************************************************************
      * Every account at this branch shares the same sort code.       *
      *****************************************************************
       01  WS-SORT-CODE                             PIC 9(6)
           VALUE 987654.

       01  WS-RESP                                  PIC S9(8) COMP.
       01  WS-ABSTIME                                PIC S9(15) COMP-3.
       01  WS-MSG                                   PIC X(79).
       01  WS-TODAY                                  PIC X(8).

       01  WS-VALID-SW                               PIC X VALUE 'N'.
           88  WS-INPUT-VALID                        VALUE 'Y'.

       01  WS-ACCT-FOUND-SW                          PIC X VALUE 'N'.
           88  WS-ACCT-FOUND                         VALUE 'Y'.

       01  WS-BROWSE-EOF-SW                          PIC X VALUE 'N'.
           88  WS-BROWSE-EOF                         VALUE 'Y'.

       01  WS-BROWSE-OPEN-SW                         PIC X VALUE 'N'.
           88  WS-BROWSE-OPEN                        VALUE 'Y'.

       01  WS-ACCT-NUM-NUMERIC                       PIC 9(8).
       01  WS-CUST-NUM-NUMERIC                       PIC 9(10).

      *****************************************************************
      * The list holds the primary holder plus up to ten other        *
      * parties.                                                      *
      *****************************************************************
       01  WS-ROWS-MAX                               PIC 9(2)
           VALUE 11.
       01  WS-IX                                     PIC 9(2).
       01  WS-ROW-IX                                 PIC 9(2).

       01  WS-BROWSE-KEY.
           05  WS-BK-SORT-CODE                      PIC 9(6).
           05  WS-BK-ACCT-NUMBER                    PIC 9(8).
           05  WS-BK-CUST-NUMBER                    PIC 9(10).

       01  WS-PARTY-HDR.
           05  FILLER                                PIC X(23)
               VALUE 'ROLE       CUSTOMER    '.
           05  FILLER                                PIC X(30)
               VALUE 'NAME'.
           05  FILLER                                PIC X(26)
               VALUE 'STATUS  FROM      TO'.

       01  WS-PARTY-ROW.
           05  PR-ROLE                               PIC X(9).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  PR-CUST-NUMBER                        PIC 9(10).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  PR-CUST-NAME                          PIC X(28).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  PR-STATUS                             PIC X(6).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  PR-FROM-DATE                          PIC X(8).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  PR-TO-DATE                            PIC X(8).

      *****************************************************************
      * The signed-on-teller queue is named for the terminal - the    *
      * sign-on transaction (SSGN) writes it and this screen reads    *
      * it back before accepting any input.                           *
      *****************************************************************
       01  WS-SGN-QUEUE.
           05  FILLER                                PIC X(4)
               VALUE 'SGN '.
           05  WS-SGN-TRMID                          PIC X(4).
       01  WS-SGN-LEN                                PIC S9(4) COMP.

       01  WS-SIGNED-ON-SW                           PIC X VALUE 'N'.
           88  WS-SIGNED-ON                          VALUE 'Y'.

      *****************************************************************
      * Nothing needs carrying between screens - every key press      *
      * works from the account and customer numbers on the map - but  *
      * a commarea keeps EIBCALEN non-zero on the way back in.        *
      *****************************************************************
       01  WS-COMMAREA.
           05  WS-CA-MARKER                         PIC X(1)
               VALUE 'R'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-CA-MARKER                          PIC X(1).

       PROCEDURE DIVISION.

       0000-MAIN.
           IF EIBCALEN = 0
               PERFORM 1000-SEND-INITIAL-MAP
           ELSE
               PERFORM 2000-PROCESS-AID
           END-IF.
           GOBACK.

      *****************************************************************
      * First time in - put up a blank maintenance screen.            *
      *****************************************************************
       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO RELMNTO.
           MOVE WS-PARTY-HDR TO HDRO.
           EXEC CICS SEND MAP('RELMNT')
                MAPSET('RELMNTM')
                ERASE
           END-EXEC.
           EXEC CICS RETURN
                TRANSID('SREL')
                COMMAREA(WS-COMMAREA)
           END-EXEC.

      *****************************************************************
      * Returning from a previous screen - work out which key the     *
      * teller pressed and act on it.                                 *
      *****************************************************************
       2000-PROCESS-AID.
           MOVE SPACES TO WS-MSG.
           IF EIBAID = DFHPF3
               EXEC CICS RETURN
               END-EXEC
           END-IF.
           PERFORM 1300-GET-SIGNED-ON.
           IF NOT WS-SIGNED-ON
               MOVE 'SIGN ON FIRST - TRANSACTION SSGN' TO WS-MSG
               PERFORM 5000-RESEND-MAP
           END-IF.
           EXEC CICS RECEIVE MAP('RELMNT')
                MAPSET('RELMNTM')
                INTO(RELMNTI)
           END-EXEC.
           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 2100-LIST-REQUEST
               WHEN DFHPF5
                   PERFORM 2200-ADD-PARTY
               WHEN DFHPF6
                   PERFORM 2300-END-PARTY
               WHEN OTHER
                   MOVE 'INVALID KEY - USE ENTER, PF5, PF6 OR PF3'
                       TO WS-MSG
           END-EVALUATE.
           PERFORM 5000-RESEND-MAP.

      *****************************************************************
      * Read the signed-on teller for this terminal back from the     *
      * queue the sign-on transaction maintains.  QIDERR means        *
      * nobody is signed on here.                                     *
      *****************************************************************
       1300-GET-SIGNED-ON.
           MOVE 'N' TO WS-SIGNED-ON-SW.
           MOVE EIBTRMID TO WS-SGN-TRMID.
           MOVE LENGTH OF TLRSGN-RECORD TO WS-SGN-LEN.
           EXEC CICS READQ TS
                QUEUE(WS-SGN-QUEUE)
                INTO(TLRSGN-RECORD)
                LENGTH(WS-SGN-LEN)
                ITEM(1)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-SIGNED-ON TO TRUE
           END-IF.

      *****************************************************************
      * ENTER lists the keyed account's parties.                      *
      *****************************************************************
       2100-LIST-REQUEST.
           IF ACCTNOL = 0
               MOVE 'ENTER AN ACCOUNT NUMBER' TO WS-MSG
           ELSE
               MOVE ACCTNOI TO WS-ACCT-NUM-NUMERIC
               PERFORM 3000-LIST-PARTIES
           END-IF.

      *****************************************************************
      * Add the keyed customer to the account under the keyed role,   *
      * then list the parties again so the teller sees the result.    *
      *****************************************************************
       2200-ADD-PARTY.
           PERFORM 2210-VALIDATE-INPUT.
           IF WS-INPUT-VALID
               PERFORM 2220-CHECK-ACCOUNT-AND-CUSTOMER
           END-IF.
           IF WS-INPUT-VALID
               PERFORM 2230-WRITE-RELATIONSHIP
           END-IF.
           IF ACCTNOL > 0
               PERFORM 3000-LIST-PARTIES
           END-IF.

       2210-VALIDATE-INPUT.
           MOVE 'N' TO WS-VALID-SW.
           EVALUATE TRUE
               WHEN ACCTNOL = 0 OR CUSTNOL = 0
                   MOVE 'ENTER AN ACCOUNT NUMBER AND CUSTOMER NUMBER'
                       TO WS-MSG
               WHEN ROLEL = 0
                   MOVE 'ENTER A ROLE - J, S OR A' TO WS-MSG
               WHEN OTHER
                   MOVE ACCTNOI TO WS-ACCT-NUM-NUMERIC
                   MOVE CUSTNOI TO WS-CUST-NUM-NUMERIC
                   MOVE ROLEI TO REL-ROLE
                   IF REL-ROLE-VALID
                       SET WS-INPUT-VALID TO TRUE
                   ELSE
                       MOVE 'ROLE MUST BE J, S OR A' TO WS-MSG
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * The account has to exist and be open, the customer has to     *
      * exist, and the primary holder cannot also be recorded as a    *
      * party - they already own the account outright.                *
      *****************************************************************
       2220-CHECK-ACCOUNT-AND-CUSTOMER.
           PERFORM 3100-READ-ACCOUNT.
           EVALUATE TRUE
               WHEN NOT WS-ACCT-FOUND
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'ACCOUNT NOT FOUND - NO PARTY ADDED'
                       TO WS-MSG
               WHEN ACCT-CLOSED
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'ACCOUNT IS CLOSED - NO PARTY ADDED'
                       TO WS-MSG
               WHEN ACCT-CUST-NUMBER = WS-CUST-NUM-NUMERIC
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'CUSTOMER IS ALREADY THE PRIMARY HOLDER'
                       TO WS-MSG
               WHEN OTHER
                   MOVE WS-CUST-NUM-NUMERIC TO CUST-NUMBER
                   EXEC CICS READ
                        FILE('CUSTOMER')
                        INTO(CUSTOMER-RECORD)
                        RIDFLD(CUST-NUMBER)
                        KEYLENGTH(LENGTH OF CUST-NUMBER)
                        RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'CUSTOMER NOT FOUND - NO PARTY ADDED'
                           TO WS-MSG
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * WRITE a new relationship, or bring an ended one back to life  *
      * under the role now keyed.  A relationship that is still       *
      * active has to be ended first if its role is to change, so     *
      * the file keeps a trace of each role and when it applied.      *
      *****************************************************************
       2230-WRITE-RELATIONSHIP.
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
           END-EXEC.
           MOVE WS-SORT-CODE TO REL-SORT-CODE.
           MOVE WS-ACCT-NUM-NUMERIC TO REL-ACCT-NUMBER.
           MOVE WS-CUST-NUM-NUMERIC TO REL-CUST-NUMBER.
           EXEC CICS READ
                FILE('ACCTREL')
                INTO(ACCTREL-RECORD)
                RIDFLD(REL-KEY)
                KEYLENGTH(LENGTH OF REL-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   PERFORM 2240-WRITE-NEW
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'PARTY FILE READ FAILED - SEE RESP CODE'
                       TO WS-MSG
               WHEN REL-ACTIVE
                   MOVE 'ALREADY A PARTY - END IT FIRST TO CHANGE ROLE'
                       TO WS-MSG
               WHEN OTHER
                   PERFORM 2250-REACTIVATE
           END-EVALUATE.

       2240-WRITE-NEW.
           MOVE SPACES TO ACCTREL-RECORD.
           MOVE WS-SORT-CODE TO REL-SORT-CODE.
           MOVE WS-ACCT-NUM-NUMERIC TO REL-ACCT-NUMBER.
           MOVE WS-CUST-NUM-NUMERIC TO REL-CUST-NUMBER.
           MOVE ROLEI TO REL-ROLE.
           SET REL-ACTIVE TO TRUE.
           MOVE WS-TODAY TO REL-START-DATE.
           MOVE SGN-TELLER-ID TO REL-ADDED-BY.
           EXEC CICS WRITE
                FILE('ACCTREL')
                FROM(ACCTREL-RECORD)
                RIDFLD(REL-KEY)
                KEYLENGTH(LENGTH OF REL-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'PARTY ADDED' TO WS-MSG
           ELSE
               MOVE 'ADD FAILED - SEE RESP CODE' TO WS-MSG
           END-IF.

       2250-REACTIVATE.
           MOVE ROLEI TO REL-ROLE.
           SET REL-ACTIVE TO TRUE.
           MOVE WS-TODAY TO REL-START-DATE.
           MOVE SPACES TO REL-END-DATE.
           MOVE SGN-TELLER-ID TO REL-ADDED-BY.
           MOVE SPACES TO REL-ENDED-BY.
           EXEC CICS REWRITE
                FILE('ACCTREL')
                FROM(ACCTREL-RECORD)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'PARTY ADDED - EARLIER RELATIONSHIP REOPENED'
                   TO WS-MSG
           ELSE
               MOVE 'ADD FAILED - SEE RESP CODE' TO WS-MSG
           END-IF.

      *****************************************************************
      * End the keyed customer's relationship with the account.  The  *
      * record stays on file, stamped with the date and the teller.   *
      * The primary holder has no relationship record and cannot be   *
      * ended here - that is what account closure is for.             *
      *****************************************************************
       2300-END-PARTY.
           IF ACCTNOL = 0 OR CUSTNOL = 0
               MOVE 'ENTER AN ACCOUNT NUMBER AND CUSTOMER NUMBER'
                   TO WS-MSG
           ELSE
               MOVE ACCTNOI TO WS-ACCT-NUM-NUMERIC
               MOVE CUSTNOI TO WS-CUST-NUM-NUMERIC
               PERFORM 2310-END-RELATIONSHIP
               PERFORM 3000-LIST-PARTIES
           END-IF.

       2310-END-RELATIONSHIP.
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
           END-EXEC.
           MOVE WS-SORT-CODE TO REL-SORT-CODE.
           MOVE WS-ACCT-NUM-NUMERIC TO REL-ACCT-NUMBER.
           MOVE WS-CUST-NUM-NUMERIC TO REL-CUST-NUMBER.
           EXEC CICS READ
                FILE('ACCTREL')
                INTO(ACCTREL-RECORD)
                RIDFLD(REL-KEY)
                KEYLENGTH(LENGTH OF REL-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'NOT A PARTY TO THIS ACCOUNT' TO WS-MSG
               WHEN REL-ENDED
                   MOVE 'RELATIONSHIP IS ALREADY ENDED' TO WS-MSG
               WHEN OTHER
                   SET REL-ENDED TO TRUE
                   MOVE WS-TODAY TO REL-END-DATE
                   MOVE SGN-TELLER-ID TO REL-ENDED-BY
                   EXEC CICS REWRITE
                        FILE('ACCTREL')
                        FROM(ACCTREL-RECORD)
                        RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE 'RELATIONSHIP ENDED' TO WS-MSG
                   ELSE
                       MOVE 'END FAILED - SEE RESP CODE' TO WS-MSG
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * List the account's parties: the primary holder first, then    *
      * every relationship record for the account in customer-number  *
      * order, active or ended.  A message already set by an add or   *
      * end is left alone so the teller sees the outcome.              *
      *****************************************************************
       3000-LIST-PARTIES.
           PERFORM 4100-CLEAR-ROWS.
           PERFORM 3100-READ-ACCOUNT.
           IF NOT WS-ACCT-FOUND
               IF WS-MSG = SPACES
                   MOVE 'ACCOUNT NOT FOUND' TO WS-MSG
               END-IF
           ELSE
               PERFORM 3200-LIST-PRIMARY
               PERFORM 3300-LIST-RELATIONSHIPS
               IF WS-MSG = SPACES
                   IF WS-ROW-IX = WS-ROWS-MAX
                       MOVE 'FIRST TEN PARTIES SHOWN' TO WS-MSG
                   ELSE
                       MOVE 'PF5 ADDS THE KEYED CUSTOMER, PF6 ENDS THEM'
                           TO WS-MSG
                   END-IF
               END-IF
           END-IF.

       3100-READ-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SW.
           MOVE WS-SORT-CODE TO ACCT-SORT-CODE.
           MOVE WS-ACCT-NUM-NUMERIC TO ACCT-NUMBER.
           EXEC CICS READ
                FILE('ACCOUNT')
                INTO(ACCOUNT-RECORD)
                RIDFLD(ACCT-KEY)
                KEYLENGTH(LENGTH OF ACCT-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-ACCT-FOUND TO TRUE
           END-IF.

      *****************************************************************
      * The primary holder is the owning customer on the ACCOUNT      *
      * record itself, a party from the day the account opened.       *
      *****************************************************************
       3200-LIST-PRIMARY.
           MOVE ACCT-TYPE TO ATYPEO.
           EVALUATE TRUE
               WHEN ACCT-CLOSED
                   MOVE 'CLOSED   ' TO ASTATO
               WHEN ACCT-DORMANT
                   MOVE 'DORMANT  ' TO ASTATO
               WHEN OTHER
                   MOVE 'ACTIVE   ' TO ASTATO
           END-EVALUATE.
           MOVE 'PRIMARY' TO PR-ROLE.
           MOVE ACCT-CUST-NUMBER TO PR-CUST-NUMBER.
           PERFORM 3400-READ-PARTY-NAME.
           MOVE 'ACTIVE' TO PR-STATUS.
           MOVE ACCT-OPENED-DATE TO PR-FROM-DATE.
           MOVE SPACES TO PR-TO-DATE.
           MOVE 1 TO WS-ROW-IX.
           MOVE WS-ROW-IX TO WS-IX.
           PERFORM 4200-MOVE-ROW-TO-MAP.

      *****************************************************************
      * Browse the account's relationship records.  The browse        *
      * starts at customer number zero and ends as soon as a record   *
      * for another account comes back.                               *
      *****************************************************************
       3300-LIST-RELATIONSHIPS.
           MOVE 'N' TO WS-BROWSE-EOF-SW.
           MOVE 'N' TO WS-BROWSE-OPEN-SW.
           MOVE WS-SORT-CODE TO WS-BK-SORT-CODE.
           MOVE WS-ACCT-NUM-NUMERIC TO WS-BK-ACCT-NUMBER.
           MOVE 0 TO WS-BK-CUST-NUMBER.
           EXEC CICS STARTBR
                FILE('ACCTREL')
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(LENGTH OF WS-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-BROWSE-OPEN TO TRUE
           ELSE
               SET WS-BROWSE-EOF TO TRUE
           END-IF.
           PERFORM 3310-READ-NEXT-RELATIONSHIP
               UNTIL WS-BROWSE-EOF
                  OR WS-ROW-IX = WS-ROWS-MAX.
           IF WS-BROWSE-OPEN
               EXEC CICS ENDBR
                    FILE('ACCTREL')
                    RESP(WS-RESP)
               END-EXEC
           END-IF.

       3310-READ-NEXT-RELATIONSHIP.
           EXEC CICS READNEXT
                FILE('ACCTREL')
                INTO(ACCTREL-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(LENGTH OF WS-BROWSE-KEY)
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET WS-BROWSE-EOF TO TRUE
               WHEN REL-SORT-CODE NOT = WS-SORT-CODE
                   OR REL-ACCT-NUMBER NOT = WS-ACCT-NUM-NUMERIC
                   SET WS-BROWSE-EOF TO TRUE
               WHEN OTHER
                   PERFORM 3320-ADD-RELATIONSHIP-ROW
           END-EVALUATE.

       3320-ADD-RELATIONSHIP-ROW.
           EVALUATE TRUE
               WHEN REL-JOINT
                   MOVE 'JOINT' TO PR-ROLE
               WHEN REL-SIGNATORY
                   MOVE 'SIGNATORY' TO PR-ROLE
               WHEN REL-ATTORNEY
                   MOVE 'ATTORNEY' TO PR-ROLE
               WHEN OTHER
                   MOVE REL-ROLE TO PR-ROLE
           END-EVALUATE.
           MOVE REL-CUST-NUMBER TO PR-CUST-NUMBER.
           PERFORM 3400-READ-PARTY-NAME.
           IF REL-ACTIVE
               MOVE 'ACTIVE' TO PR-STATUS
           ELSE
               MOVE 'ENDED' TO PR-STATUS
           END-IF.
           MOVE REL-START-DATE TO PR-FROM-DATE.
           MOVE REL-END-DATE TO PR-TO-DATE.
           ADD 1 TO WS-ROW-IX.
           MOVE WS-ROW-IX TO WS-IX.
           PERFORM 4200-MOVE-ROW-TO-MAP.

      *****************************************************************
      * Name for the party row, the same wording the inquiry screen   *
      * uses when the customer record has gone.                       *
      *****************************************************************
       3400-READ-PARTY-NAME.
           MOVE PR-CUST-NUMBER TO CUST-NUMBER.
           EXEC CICS READ
                FILE('CUSTOMER')
                INTO(CUSTOMER-RECORD)
                RIDFLD(CUST-NUMBER)
                KEYLENGTH(LENGTH OF CUST-NUMBER)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE CUST-NAME TO PR-CUST-NAME
           ELSE
               MOVE 'CUSTOMER DATA UNAVAILABLE' TO PR-CUST-NAME
           END-IF.

      *****************************************************************
      * Blank the list area before a fresh fill so rows from the      *
      * previous list never linger under a shorter one.  The keyed    *
      * account and customer numbers and role are left on the screen. *
      *****************************************************************
       4100-CLEAR-ROWS.
           MOVE SPACES TO ATYPEO.
           MOVE SPACES TO ASTATO.
           MOVE SPACES TO PTY1O.
           MOVE SPACES TO PTY2O.
           MOVE SPACES TO PTY3O.
           MOVE SPACES TO PTY4O.
           MOVE SPACES TO PTY5O.
           MOVE SPACES TO PTY6O.
           MOVE SPACES TO PTY7O.
           MOVE SPACES TO PTY8O.
           MOVE SPACES TO PTY9O.
           MOVE SPACES TO PTY10O.
           MOVE SPACES TO PTY11O.
           MOVE 0 TO WS-ROW-IX.

       4200-MOVE-ROW-TO-MAP.
           EVALUATE WS-IX
               WHEN 1
                   MOVE WS-PARTY-ROW TO PTY1O
               WHEN 2
                   MOVE WS-PARTY-ROW TO PTY2O
               WHEN 3
                   MOVE WS-PARTY-ROW TO PTY3O
               WHEN 4
                   MOVE WS-PARTY-ROW TO PTY4O
               WHEN 5
                   MOVE WS-PARTY-ROW TO PTY5O
               WHEN 6
                   MOVE WS-PARTY-ROW TO PTY6O
               WHEN 7
                   MOVE WS-PARTY-ROW TO PTY7O
               WHEN 8
                   MOVE WS-PARTY-ROW TO PTY8O
               WHEN 9
                   MOVE WS-PARTY-ROW TO PTY9O
               WHEN 10
                   MOVE WS-PARTY-ROW TO PTY10O
               WHEN 11
                   MOVE WS-PARTY-ROW TO PTY11O
           END-EVALUATE.

      *****************************************************************
      * Show whatever is currently in the map (the party list, an     *
      * add or end confirmation, or an error message) and wait for    *
      * the next key press.                                           *
      *****************************************************************
       5000-RESEND-MAP.
           MOVE WS-MSG TO MSGO.
           EXEC CICS SEND MAP('RELMNT')
                MAPSET('RELMNTM')
                DATAONLY
           END-EXEC.
           EXEC CICS RETURN
                TRANSID('SREL')
                COMMAREA(WS-COMMAREA)
           END-EXEC.
