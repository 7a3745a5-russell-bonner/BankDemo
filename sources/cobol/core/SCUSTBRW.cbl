      *              line-selects an account to go through to the     *
      *              SACI inquiry detail.  Runs pseudo-               *
      *              conversationally under transaction SCBR.         *
      *                                                               *
      * Modification history:                                         *
      *   The account list now also shows every account the customer  *
      *   is an active party to on the ACCTREL file (joint holder,    *
      *   signatory or attorney, browsed via the ACCTRELX alternate-  *
      *   index path) after the accounts they own, with the role on   *
      *   each row.  Both path browses now carry on through DUPKEY,   *
      *   which CICS raises on every record but the last when several *
      *   share the same alternate key.                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
      *****************************************************************
      * CUSTOMER and ACCOUNT are read through the CUSTNAMX and        *
      * ACCTCUSX alternate-index paths, and ACCTREL through the       *
      * ACCTRELX path, defined in the CSD over the base files, not    *
      * through FILE-CONTROL/FD.                                      *
      *****************************************************************
       COPY CUSTOMER.
       COPY ACCOUNT.
       COPY ACCTREL.
       COPY CUSTBRW.
       COPY DFHAID.


       01  WS-NAME-RID                               PIC X(30).
       01  WS-CUST-RID                               PIC 9(10).
       01  WS-REL-RID                                PIC 9(10).

       01  WS-BALNCE-ED                              PIC -(9)9.99.

           05  FILLER                                PIC X(3)
               VALUE SPACE.
           05  AR-BALANCE                            PIC -(9)9.99.
           05  FILLER                                PIC X(3)
               VALUE SPACE.
           05  AR-ROLE                               PIC X(9).
           05  FILLER                                PIC X(23)
               VALUE SPACE.

       01  WS-CUST-HDR                               PIC X(70)
           VALUE 'S  CUSTOMER NO   NAME'.
       01  WS-ACCT-HDR                               PIC X(70)
           VALUE 'S  ACCOUNT NO  TYPE        BALANCE       ROLE'.

      *****************************************************************
      * Handed to SACCTINQ on a line-select - the marker tells it a   *
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               AND WS-RESP NOT = DFHRESP(DUPKEY)
               SET WS-BROWSE-EOF TO TRUE
           ELSE
               IF CUST-NAME(1:WS-CA-PREFIX-LEN) NOT =

      *****************************************************************
      * List every account belonging to the selected customer via     *
      * the ACCTCUSX path, then every account they are an active      *
      * party to via the ACCTRELX path.  Both path keys are the       *
      * customer number, so each browse ends as soon as a record for  *
      * another customer comes back.                                  *
      *****************************************************************
       3000-LIST-ACCOUNTS.
           PERFORM 4100-CLEAR-ROWS.
                    RESP(WS-RESP)
               END-EXEC
           END-IF.
           IF WS-ROW-IX < WS-ROWS-MAX
               PERFORM 3200-LIST-PARTY-ACCOUNTS
           END-IF.
           MOVE WS-ROW-IX TO WS-CA-ROW-COUNT.
           EVALUATE TRUE
               WHEN WS-ROW-IX = 0
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               AND WS-RESP NOT = DFHRESP(DUPKEY)
               SET WS-BROWSE-EOF TO TRUE
           ELSE
               IF ACCT-CUST-NUMBER NOT = WS-CUST-RID
           MOVE ACCT-TYPE TO AR-ACCT-TYPE.
           MOVE ACCT-BALANCE TO WS-BALNCE-ED.
           MOVE WS-BALNCE-ED TO AR-BALANCE.
           MOVE 'PRIMARY' TO AR-ROLE.
           MOVE WS-ROW-IX TO WS-IX.
           PERFORM 4300-MOVE-ACCT-ROW-TO-MAP.
           MOVE ACCT-NUMBER TO WS-CA-ROW-KEY(WS-ROW-IX).

      *****************************************************************
      * Accounts the customer does not own but is a party to - joint  *
      * holder, signatory or attorney.  Ended relationships are       *
      * history and are left off; the account itself is read for its  *
      * type and balance.                                             *
      *****************************************************************
       3200-LIST-PARTY-ACCOUNTS.
           MOVE WS-CUST-RID TO WS-REL-RID.
           MOVE 'N' TO WS-BROWSE-EOF-SW.
           MOVE 'N' TO WS-BROWSE-OPEN-SW.
           EXEC CICS STARTBR
                FILE('ACCTRELX')
                RIDFLD(WS-REL-RID)
                KEYLENGTH(LENGTH OF WS-REL-RID)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-BROWSE-OPEN TO TRUE
           ELSE
               SET WS-BROWSE-EOF TO TRUE
           END-IF.
           PERFORM 3210-READ-ONE-RELATIONSHIP
               UNTIL WS-BROWSE-EOF
                  OR WS-ROW-IX = WS-ROWS-MAX.
           IF WS-BROWSE-OPEN
               EXEC CICS ENDBR
                    FILE('ACCTRELX')
                    RESP(WS-RESP)
               END-EXEC
           END-IF.

       3210-READ-ONE-RELATIONSHIP.
           EXEC CICS READNEXT
                FILE('ACCTRELX')
                INTO(ACCTREL-RECORD)
                RIDFLD(WS-REL-RID)
                KEYLENGTH(LENGTH OF WS-REL-RID)
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   AND WS-RESP NOT = DFHRESP(DUPKEY)
                   SET WS-BROWSE-EOF TO TRUE
               WHEN REL-CUST-NUMBER NOT = WS-CUST-RID
                   SET WS-BROWSE-EOF TO TRUE
               WHEN REL-ACTIVE
                   PERFORM 3220-ADD-PARTY-ACCOUNT-ROW
           END-EVALUATE.

       3220-ADD-PARTY-ACCOUNT-ROW.
           MOVE REL-SORT-CODE TO ACCT-SORT-CODE.
           MOVE REL-ACCT-NUMBER TO ACCT-NUMBER.
           EXEC CICS READ
                FILE('ACCOUNT')
                INTO(ACCOUNT-RECORD)
                RIDFLD(ACCT-KEY)
                KEYLENGTH(LENGTH OF ACCT-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               ADD 1 TO WS-ROW-IX
               MOVE ACCT-NUMBER TO AR-ACCT-NUMBER
               MOVE ACCT-TYPE TO AR-ACCT-TYPE
               MOVE ACCT-BALANCE TO WS-BALNCE-ED
               MOVE WS-BALNCE-ED TO AR-BALANCE
               EVALUATE TRUE
                   WHEN REL-JOINT
                       MOVE 'JOINT' TO AR-ROLE
                   WHEN REL-SIGNATORY
                       MOVE 'SIGNATORY' TO AR-ROLE
                   WHEN OTHER
                       MOVE 'ATTORNEY' TO AR-ROLE
               END-EVALUATE
               MOVE WS-ROW-IX TO WS-IX
               PERFORM 4300-MOVE-ACCT-ROW-TO-MAP
               MOVE ACCT-NUMBER TO WS-CA-ROW-KEY(WS-ROW-IX)
           END-IF.

      *****************************************************************
      * Blank the list area before a fresh fill so rows from the      *
      * previous list never linger under a shorter one.               *
