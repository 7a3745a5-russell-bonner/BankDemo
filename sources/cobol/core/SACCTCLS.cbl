      *              sits in one CICS unit of work: any failure       *
      *              backs the whole closure out.  Runs pseudo-       *
      *              conversationally under transaction SACL.         *
      *                                                               *
      * Modification history:                                         *
      *   A joint account can no longer be closed behind its joint    *
      *   holders' backs.  The review lists every active joint        *
      *   holder on the ACCTREL file, and PF5 is refused until the    *
      *   teller has keyed Y against each one to say they have been   *
      *   told; if the joint holders change between the review and    *
      *   PF5 the teller is sent back to review.  Closure then ends   *
      *   every relationship still active on the account (joint,      *
      *   signatory and attorney alike) in the same unit of work.     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *****************************************************************
      * ACCOUNT, CUSTOMER, HOLDS, STORDER, PROCTRAN and ACCTREL are   *
      * accessed through EXEC CICS FILE commands against resources    *
      * defined in the CSD, not through FILE-CONTROL/FD.              *
      *****************************************************************
       COPY ACCOUNT.
       COPY CUSTOMER.
       COPY ACCTREL.
       COPY HOLDS.
       COPY STORDER.
       COPY PROCTRAN.
           05  WS-BK-ACCT-NUMBER                    PIC 9(8).
           05  WS-BK-REF                            PIC 9(4).

       01  WS-REL-BROWSE-KEY.
           05  WS-RB-SORT-CODE                      PIC 9(6).
           05  WS-RB-ACCT-NUMBER                    PIC 9(8).
           05  WS-RB-CUST-NUMBER                    PIC 9(10).

      *****************************************************************
      * The account's active joint holders as the file holds them     *
      * now, in customer-number order.  The closure screen has room   *
      * to confirm six; an account with more is refused here.         *
      *****************************************************************
       01  WS-JOINT-MAX                              PIC 9(2)
           VALUE 6.
       01  WS-JOINT-COUNT                            PIC 9(4).
       01  WS-JX                                     PIC 9(2).
       01  WS-JOINT-TABLE.
           05  WS-JT-CUST-NUMBER OCCURS 6            PIC 9(10).

      *****************************************************************
      * The notified marks keyed against the listed joint holders,    *
      * gathered into a table so one loop can check them all.         *
      *****************************************************************
       01  WS-NOTE-TABLE.
           05  WS-NOTE-ENTRY OCCURS 6.
               10  WS-NOTE-LEN                       PIC S9(4) COMP.
               10  WS-NOTE-CHAR                      PIC X(1).

       01  WS-JOINT-MATCH-SW                         PIC X VALUE 'Y'.
           88  WS-JOINT-MATCH                        VALUE 'Y'.

       01  WS-JOINT-NOTED-SW                         PIC X VALUE 'Y'.
           88  WS-JOINT-ALL-NOTED                    VALUE 'Y'.

       01  WS-PARTIES-DONE-SW                        PIC X VALUE 'N'.
           88  WS-PARTIES-DONE                       VALUE 'Y'.

       01  WS-JOINT-ROW.
           05  JR-CUST-NUMBER                        PIC 9(10).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  JR-CUST-NAME                          PIC X(30).

       01  WS-POST-DATE                              PIC X(8).
       01  WS-POST-TIME                              PIC X(6).

           88  WS-SIGNED-ON                          VALUE 'Y'.

      *****************************************************************
      * Carried across the pseudo-conversation: the account last      *
      * reviewed and the joint holders the review listed, so PF5 can  *
      * prove the marks the teller keyed still line up with the       *
      * joint holders on file.                                        *
      *****************************************************************
       01  WS-COMMAREA.
           05  WS-CA-MARKER                         PIC X(1)
               VALUE SPACE.
           05  WS-CA-ACCT                            PIC 9(8)
               VALUE 0.
           05  WS-CA-JOINT-COUNT                     PIC 9(4)
               VALUE 0.
           05  WS-CA-JOINT-CUST OCCURS 6             PIC 9(10)
               VALUE 0.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-CA-MARKER                          PIC X(1).
           05  LK-CA-ACCT                            PIC 9(8).
           05  LK-CA-JOINT-COUNT                     PIC 9(4).
           05  LK-CA-JOINT-CUST OCCURS 6             PIC 9(10).

       PROCEDURE DIVISION.

           IF EIBCALEN = 0
               PERFORM 1000-SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM 2000-PROCESS-AID
           END-IF.
           GOBACK.
                   PERFORM 2400-COUNT-BLOCKERS
                   PERFORM 2500-CHECK-ELIGIBLE
                   PERFORM 4000-BUILD-MAP-FROM-ACCOUNT
                   PERFORM 2150-REMEMBER-JOINT-HOLDERS
                   EVALUATE TRUE
                       WHEN NOT WS-ELIGIBLE
                           CONTINUE
                       WHEN WS-JOINT-COUNT > 0
                           MOVE
                   'READY - KEY Y AGAINST EACH JOINT HOLDER, THEN PF5'
                               TO WS-MSG
                       WHEN OTHER
                           MOVE
                   'READY TO CLOSE - PF5 SETTLES AND CLOSES'
                               TO WS-MSG
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM 5000-RESEND-MAP.

      *****************************************************************
      * Keep the reviewed account and its joint holders in the        *
      * commarea for the PF5 check.                                   *
      *****************************************************************
       2150-REMEMBER-JOINT-HOLDERS.
           MOVE WS-ACCT-NUM-NUMERIC TO WS-CA-ACCT.
           MOVE WS-JOINT-COUNT TO WS-CA-JOINT-COUNT.
           PERFORM 2155-REMEMBER-ONE-HOLDER
               VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > WS-JOINT-MAX.

       2155-REMEMBER-ONE-HOLDER.
           MOVE WS-JT-CUST-NUMBER(WS-JX) TO WS-CA-JOINT-CUST(WS-JX).

      *****************************************************************
      * PF5 - re-read the account, prove it is still eligible (holds  *
      * or orders could have been placed since the review) and        *
               MOVE 'ENTER AN ACCOUNT NUMBER' TO WS-MSG
           ELSE
               MOVE ACCTNOI TO WS-ACCT-NUM-NUMERIC
               PERFORM 2205-GATHER-NOTES
               MOVE 'N' TO WS-TRANSFER-SW
               IF TOACCTL > 0
                   SET WS-PAYOUT-BY-TRANSFER TO TRUE
           END-IF.
           PERFORM 5000-RESEND-MAP.

      *****************************************************************
      * Gather the six notified marks into a table.                   *
      *****************************************************************
       2205-GATHER-NOTES.
           MOVE NOTE1L TO WS-NOTE-LEN(1).
           MOVE NOTE1I TO WS-NOTE-CHAR(1).
           MOVE NOTE2L TO WS-NOTE-LEN(2).
           MOVE NOTE2I TO WS-NOTE-CHAR(2).
           MOVE NOTE3L TO WS-NOTE-LEN(3).
           MOVE NOTE3I TO WS-NOTE-CHAR(3).
           MOVE NOTE4L TO WS-NOTE-LEN(4).
           MOVE NOTE4I TO WS-NOTE-CHAR(4).
           MOVE NOTE5L TO WS-NOTE-LEN(5).
           MOVE NOTE5I TO WS-NOTE-CHAR(5).
           MOVE NOTE6L TO WS-NOTE-LEN(6).
           MOVE NOTE6I TO WS-NOTE-CHAR(6).

       2210-CLOSE-ACCOUNT.
           IF WS-PAYOUT-BY-TRANSFER
               AND WS-TO-ACCT-NUM = WS-ACCT-NUM-NUMERIC
               ELSE
                   PERFORM 2400-COUNT-BLOCKERS
                   PERFORM 2500-CHECK-ELIGIBLE
                   IF WS-ELIGIBLE
                       PERFORM 2600-CHECK-JOINT-NOTED
                   END-IF
                   IF WS-ELIGIBLE
                       PERFORM 3000-SETTLE-AND-CLOSE
                   END-IF
       2400-COUNT-BLOCKERS.
           PERFORM 2410-COUNT-ACTIVE-HOLDS.
           PERFORM 2420-COUNT-ACTIVE-ORDERS.
           PERFORM 2430-LIST-JOINT-HOLDERS.

      *****************************************************************
      * Browse this account's holds and count the active ones.  The   *
                   ADD 1 TO WS-ACTIVE-ORDERS
           END-EVALUATE.

      *****************************************************************
      * Browse this account's relationship records and list the       *
      * active joint holders.  Signatories and attorneys own nothing  *
      * and need no notice; their relationships simply end with the   *
      * account.                                                      *
      *****************************************************************
       2430-LIST-JOINT-HOLDERS.
           MOVE 0 TO WS-JOINT-COUNT.
           MOVE ZEROES TO WS-JOINT-TABLE.
           MOVE 'N' TO WS-BROWSE-EOF-SW.
           MOVE 'N' TO WS-BROWSE-OPEN-SW.
           MOVE WS-SORT-CODE TO WS-RB-SORT-CODE.
           MOVE WS-ACCT-NUM-NUMERIC TO WS-RB-ACCT-NUMBER.
           MOVE 0 TO WS-RB-CUST-NUMBER.
           EXEC CICS STARTBR
                FILE('ACCTREL')
                RIDFLD(WS-REL-BROWSE-KEY)
                KEYLENGTH(LENGTH OF WS-REL-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-BROWSE-OPEN TO TRUE
           ELSE
               SET WS-BROWSE-EOF TO TRUE
           END-IF.
           PERFORM 2431-READ-NEXT-PARTY
               UNTIL WS-BROWSE-EOF.
           IF WS-BROWSE-OPEN
               EXEC CICS ENDBR
                    FILE('ACCTREL')
                    RESP(WS-RESP)
               END-EXEC
           END-IF.

       2431-READ-NEXT-PARTY.
           EXEC CICS READNEXT
                FILE('ACCTREL')
                INTO(ACCTREL-RECORD)
                RIDFLD(WS-REL-BROWSE-KEY)
                KEYLENGTH(LENGTH OF WS-REL-BROWSE-KEY)
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET WS-BROWSE-EOF TO TRUE
               WHEN REL-SORT-CODE NOT = WS-SORT-CODE
                   OR REL-ACCT-NUMBER NOT = WS-ACCT-NUM-NUMERIC
                   SET WS-BROWSE-EOF TO TRUE
               WHEN REL-ACTIVE AND REL-JOINT
                   ADD 1 TO WS-JOINT-COUNT
                   IF WS-JOINT-COUNT NOT > WS-JOINT-MAX
                       MOVE REL-CUST-NUMBER
                           TO WS-JT-CUST-NUMBER(WS-JOINT-COUNT)
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * Everything that blocks a closure, in the order the teller     *
      * should clear it.  An overdrawn account has to be brought to   *
               WHEN WS-ACTIVE-ORDERS > 0
                   MOVE 'ACTIVE STANDING ORDERS - CANCEL THEM ON SSTO'
                       TO WS-MSG
               WHEN WS-JOINT-COUNT > WS-JOINT-MAX
                   MOVE
                   'OVER SIX JOINT HOLDERS - REFER TO A SUPERVISOR'
                       TO WS-MSG
               WHEN OTHER
                   SET WS-ELIGIBLE TO TRUE
           END-EVALUATE.

      *****************************************************************
      * PF5 only - the joint holders on file now have to be the ones  *
      * the review listed (same account, same customers, same order), *
      * and every one of them has to carry a Y.  Anything else sends  *
      * the teller back to review rather than closing on marks that   *
      * were keyed against a different list.                          *
      *****************************************************************
       2600-CHECK-JOINT-NOTED.
           MOVE 'Y' TO WS-JOINT-MATCH-SW.
           MOVE 'Y' TO WS-JOINT-NOTED-SW.
           IF WS-JOINT-COUNT > 0
               IF WS-CA-ACCT NOT = WS-ACCT-NUM-NUMERIC
                   OR WS-CA-JOINT-COUNT NOT = WS-JOINT-COUNT
                   MOVE 'N' TO WS-JOINT-MATCH-SW
               END-IF
               PERFORM 2610-CHECK-ONE-JOINT-HOLDER
                   VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-JOINT-COUNT
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-JOINT-MATCH
                   MOVE 'N' TO WS-ELIGIBLE-SW
                   MOVE
                   'JOINT HOLDERS CHANGED - PRESS ENTER TO REVIEW'
                       TO WS-MSG
               WHEN NOT WS-JOINT-ALL-NOTED
                   MOVE 'N' TO WS-ELIGIBLE-SW
                   MOVE
                   'KEY Y AGAINST EACH JOINT HOLDER - ALL MUST BE NOTED'
                       TO WS-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2610-CHECK-ONE-JOINT-HOLDER.
           IF WS-CA-JOINT-CUST(WS-JX) NOT = WS-JT-CUST-NUMBER(WS-JX)
               MOVE 'N' TO WS-JOINT-MATCH-SW
           END-IF.
           IF WS-NOTE-LEN(WS-JX) = 0
               OR WS-NOTE-CHAR(WS-JX) NOT = 'Y'
               MOVE 'N' TO WS-JOINT-NOTED-SW
           END-IF.

      *****************************************************************
      * Settle the final balance (cash payout, or a credit to the     *
      * destination account with its own PROCTRAN leg), write the     *
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3400-END-RELATIONSHIPS
           ELSE
               MOVE 'CLOSURE FAILED - BACKED OUT' TO WS-MSG
               PERFORM 3900-BACKOUT
           END-IF.
           IF WS-MSG = SPACES
               PERFORM 4000-BUILD-MAP-FROM-ACCOUNT
               MOVE 'ACCOUNT CLOSED' TO WS-MSG
           END-IF.

      *****************************************************************
      * End every relationship still active on the account - joint,   *
      * signatory and attorney alike - stamped with the closure date  *
      * and the teller.  A record cannot be rewritten in the middle   *
      * of a browse of its own file, so each pass browses for the     *
      * first active record, ends the browse, then reads that record  *
      * for update and ends it; the passes stop when none is left.    *
      * Any failure backs the whole closure out.                      *
      *****************************************************************
       3400-END-RELATIONSHIPS.
           MOVE 'N' TO WS-PARTIES-DONE-SW.
           PERFORM 3410-END-NEXT-RELATIONSHIP
               UNTIL WS-PARTIES-DONE
                  OR WS-MSG NOT = SPACES.

       3410-END-NEXT-RELATIONSHIP.
           PERFORM 3420-FIND-ACTIVE-RELATIONSHIP.
           IF NOT WS-PARTIES-DONE
               MOVE WS-REL-BROWSE-KEY TO REL-KEY
               EXEC CICS READ
                    FILE('ACCTREL')
                    INTO(ACCTREL-RECORD)
                    RIDFLD(REL-KEY)
                    KEYLENGTH(LENGTH OF REL-KEY)
                    UPDATE
                    RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   SET REL-ENDED TO TRUE
                   MOVE WS-POST-DATE TO REL-END-DATE
                   MOVE SGN-TELLER-ID TO REL-ENDED-BY
                   EXEC CICS REWRITE
                        FILE('ACCTREL')
                        FROM(ACCTREL-RECORD)
                        RESP(WS-RESP)
                   END-EXEC
               END-IF
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'CLOSURE FAILED - BACKED OUT' TO WS-MSG
                   PERFORM 3900-BACKOUT
               END-IF
           END-IF.

      *****************************************************************
      * Leave the key of the account's first active relationship in   *
      * WS-REL-BROWSE-KEY, or set WS-PARTIES-DONE if there is none.   *
      *****************************************************************
       3420-FIND-ACTIVE-RELATIONSHIP.
           SET WS-PARTIES-DONE TO TRUE.
           MOVE 'N' TO WS-BROWSE-EOF-SW.
           MOVE 'N' TO WS-BROWSE-OPEN-SW.
           MOVE WS-SORT-CODE TO WS-RB-SORT-CODE.
           MOVE WS-ACCT-NUM-NUMERIC TO WS-RB-ACCT-NUMBER.
           MOVE 0 TO WS-RB-CUST-NUMBER.
           EXEC CICS STARTBR
                FILE('ACCTREL')
                RIDFLD(WS-REL-BROWSE-KEY)
                KEYLENGTH(LENGTH OF WS-REL-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-BROWSE-OPEN TO TRUE
           ELSE
               SET WS-BROWSE-EOF TO TRUE
           END-IF.
           PERFORM 3430-READ-NEXT-RELATIONSHIP
               UNTIL WS-BROWSE-EOF.
           IF WS-BROWSE-OPEN
               EXEC CICS ENDBR
                    FILE('ACCTREL')
                    RESP(WS-RESP)
               END-EXEC
           END-IF.

       3430-READ-NEXT-RELATIONSHIP.
           EXEC CICS READNEXT
                FILE('ACCTREL')
                INTO(ACCTREL-RECORD)
                RIDFLD(WS-REL-BROWSE-KEY)
                KEYLENGTH(LENGTH OF WS-REL-BROWSE-KEY)
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET WS-BROWSE-EOF TO TRUE
               WHEN REL-SORT-CODE NOT = WS-SORT-CODE
                   OR REL-ACCT-NUMBER NOT = WS-ACCT-NUM-NUMERIC
                   SET WS-BROWSE-EOF TO TRUE
               WHEN REL-ACTIVE
                   MOVE 'N' TO WS-PARTIES-DONE-SW
                   SET WS-BROWSE-EOF TO TRUE
           END-EVALUATE.

      *****************************************************************
      * Undo everything this task has changed - called whenever the   *
           ELSE
               MOVE 'CUSTOMER DATA UNAVAILABLE' TO CUSTNMO
           END-IF.
           PERFORM 4100-BUILD-JOINT-ROWS.

      *****************************************************************
      * One row per listed joint holder, with the notified marks      *
      * cleared so each closure review starts unconfirmed.            *
      *****************************************************************
       4100-BUILD-JOINT-ROWS.
           MOVE SPACES TO NOTE1O.
           MOVE SPACES TO NOTE2O.
           MOVE SPACES TO NOTE3O.
           MOVE SPACES TO NOTE4O.
           MOVE SPACES TO NOTE5O.
           MOVE SPACES TO NOTE6O.
           MOVE SPACES TO JNT1O.
           MOVE SPACES TO JNT2O.
           MOVE SPACES TO JNT3O.
           MOVE SPACES TO JNT4O.
           MOVE SPACES TO JNT5O.
           MOVE SPACES TO JNT6O.
           PERFORM 4110-BUILD-ONE-JOINT-ROW
               VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > WS-JOINT-COUNT
                  OR WS-JX > WS-JOINT-MAX.

       4110-BUILD-ONE-JOINT-ROW.
           MOVE WS-JT-CUST-NUMBER(WS-JX) TO JR-CUST-NUMBER.
           MOVE WS-JT-CUST-NUMBER(WS-JX) TO CUST-NUMBER.
           EXEC CICS READ
                FILE('CUSTOMER')
                INTO(CUSTOMER-RECORD)
                RIDFLD(CUST-NUMBER)
                KEYLENGTH(LENGTH OF CUST-NUMBER)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE CUST-NAME TO JR-CUST-NAME
           ELSE
               MOVE 'CUSTOMER DATA UNAVAILABLE' TO JR-CUST-NAME
           END-IF.
           EVALUATE WS-JX
               WHEN 1
                   MOVE WS-JOINT-ROW TO JNT1O
               WHEN 2
                   MOVE WS-JOINT-ROW TO JNT2O
               WHEN 3
                   MOVE WS-JOINT-ROW TO JNT3O
               WHEN 4
                   MOVE WS-JOINT-ROW TO JNT4O
               WHEN 5
                   MOVE WS-JOINT-ROW TO JNT5O
               WHEN 6
                   MOVE WS-JOINT-ROW TO JNT6O
           END-EVALUATE.

      *****************************************************************
      * Show whatever is currently in the map (the review, the        *
