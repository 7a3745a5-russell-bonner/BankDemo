      *   the customer browse uses into this program: an XCTL with    *
      *   an 'S' marker plus the account number.  The account last    *
      *   inquired on rides in the commarea so PF4 knows it.          *
      *   The account's other parties - every active joint holder,    *
      *   signatory and attorney on the ACCTREL file - are now listed *
      *   beside the owning customer, with their role.                *
      *   The latest letters the customer was sent about the account  *
      *   (overdraft excess, dormancy, failed standing order and      *
      *   failed payment letters, from the LTRHIST history the        *
      *   correspondence batch BLTRGEN keeps) are now listed, newest  *
      *   first.                                                      *
      *   The other parties' names are now shown in full (all 30      *
      *   characters of CUST-NAME) - the role is cut to a three-      *
      *   letter code (JNT, SIG, ATT) and the party column widened    *
      *   to make room.                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
      *****************************************************************
       COPY ACCOUNT.
       COPY CUSTOMER.
       COPY ACCTREL.
       COPY LTRHIST.
       COPY ACCTINQ.
       COPY DFHAID.

       01  WS-AVBAL-ED                                PIC -(9)9.99.
       01  WS-INTRAT-ED                               PIC -999.99.

      *****************************************************************
      * The other-parties panel has room for six; an account with     *
      * more says so on the last line and the full list is on the     *
      * parties maintenance screen (SREL).                            *
      *****************************************************************
       01  WS-PTY-MAX                                PIC 9(2)
           VALUE 6.
       01  WS-PTY-COUNT                              PIC 9(4).

       01  WS-BROWSE-EOF-SW                          PIC X VALUE 'N'.
           88  WS-BROWSE-EOF                         VALUE 'Y'.

       01  WS-BROWSE-OPEN-SW                         PIC X VALUE 'N'.
           88  WS-BROWSE-OPEN                        VALUE 'Y'.

       01  WS-BROWSE-KEY.
           05  WS-BK-SORT-CODE                      PIC 9(6).
           05  WS-BK-ACCT-NUMBER                    PIC 9(8).
           05  WS-BK-CUST-NUMBER                    PIC 9(10).

      *****************************************************************
      * The letters panel has room for four.  The history comes back  *
      * oldest first, so each letter read pushes the ones before it   *
      * down a line and the panel ends up with the newest four.       *
      *****************************************************************
       01  WS-LTR-COUNT                              PIC 9(4).
       01  WS-LTR-LINES.
           05  WS-LTR-LINE OCCURS 4                  PIC X(79).

       01  WS-LTR-BROWSE-KEY.
           05  WS-LH-SORT-CODE                      PIC 9(6).
           05  WS-LH-ACCT-NUMBER                    PIC 9(8).
           05  WS-LH-SENT-DATE                      PIC X(8).
           05  WS-LH-LETTER-TYPE                    PIC X(3).

       01  WS-LETTER-LINE.
           05  LL-SENT-DATE                          PIC X(8).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  LL-LETTER-TYPE                        PIC X(3).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  LL-LETTER-NAME                        PIC X(16).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  LL-DETAIL                             PIC X(40).

      *****************************************************************
      * A party line carries the role as a three-letter code so the   *
      * party's name is shown whole.                                  *
      *****************************************************************
       01  WS-PARTY-LINE.
           05  PL-ROLE                               PIC X(3).
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  PL-NAME                               PIC X(30).

      *****************************************************************
      * Carried across the pseudo-conversation so the region/         *
      * environment header only has to be looked up once, on the      *
               MOVE WS-ACCT-NUM-NUMERIC TO WS-CA-LAST-ACCT
               PERFORM 3100-READ-CUSTOMER
               PERFORM 4000-BUILD-MAP-FROM-ACCOUNT
               PERFORM 4100-LIST-OTHER-PARTIES
               PERFORM 4200-LIST-LETTERS
           ELSE
               MOVE 'ACCOUNT NOT FOUND' TO WS-MSG
           END-IF.
           MOVE ACCT-INTEREST-RATE TO WS-INTRAT-ED.
           MOVE WS-INTRAT-ED TO INTRATO.

      *****************************************************************
      * Browse the account's relationship records and list the        *
      * active ones with their role.  The browse starts at customer   *
      * number zero and ends as soon as a record for another account  *
      * comes back.  Ended relationships are history and stay on the  *
      * parties maintenance screen.                                   *
      *****************************************************************
       4100-LIST-OTHER-PARTIES.
           MOVE SPACES TO PTY1O.
           MOVE SPACES TO PTY2O.
           MOVE SPACES TO PTY3O.
           MOVE SPACES TO PTY4O.
           MOVE SPACES TO PTY5O.
           MOVE SPACES TO PTY6O.
           MOVE 0 TO WS-PTY-COUNT.
           MOVE 'N' TO WS-BROWSE-EOF-SW.
           MOVE 'N' TO WS-BROWSE-OPEN-SW.
           MOVE ACCT-SORT-CODE TO WS-BK-SORT-CODE.
           MOVE ACCT-NUMBER TO WS-BK-ACCT-NUMBER.
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
           PERFORM 4110-READ-NEXT-PARTY
               UNTIL WS-BROWSE-EOF.
           IF WS-BROWSE-OPEN
               EXEC CICS ENDBR
                    FILE('ACCTREL')
                    RESP(WS-RESP)
               END-EXEC
           END-IF.
           EVALUATE TRUE
               WHEN WS-PTY-COUNT = 0
                   MOVE 'NONE' TO PTY1O
               WHEN WS-PTY-COUNT > WS-PTY-MAX
                   MOVE 'MORE PARTIES - SEE SREL' TO PTY6O
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4110-READ-NEXT-PARTY.
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
               WHEN REL-SORT-CODE NOT = ACCT-SORT-CODE
                   OR REL-ACCT-NUMBER NOT = ACCT-NUMBER
                   SET WS-BROWSE-EOF TO TRUE
               WHEN REL-ACTIVE
                   ADD 1 TO WS-PTY-COUNT
                   IF WS-PTY-COUNT NOT > WS-PTY-MAX
                       PERFORM 4120-ADD-PARTY-LINE
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * One party line: the role, then the party's name from their    *
      * own CUSTOMER record.                                          *
      *****************************************************************
       4120-ADD-PARTY-LINE.
           EVALUATE TRUE
               WHEN REL-JOINT
                   MOVE 'JNT' TO PL-ROLE
               WHEN REL-SIGNATORY
                   MOVE 'SIG' TO PL-ROLE
               WHEN OTHER
                   MOVE 'ATT' TO PL-ROLE
           END-EVALUATE.
           MOVE REL-CUST-NUMBER TO CUST-NUMBER.
           EXEC CICS READ
                FILE('CUSTOMER')
                INTO(CUSTOMER-RECORD)
                RIDFLD(CUST-NUMBER)
                KEYLENGTH(LENGTH OF CUST-NUMBER)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE CUST-NAME TO PL-NAME
           ELSE
               MOVE REL-CUST-NUMBER TO PL-NAME
           END-IF.
           EVALUATE WS-PTY-COUNT
               WHEN 1
                   MOVE WS-PARTY-LINE TO PTY1O
               WHEN 2
                   MOVE WS-PARTY-LINE TO PTY2O
               WHEN 3
                   MOVE WS-PARTY-LINE TO PTY3O
               WHEN 4
                   MOVE WS-PARTY-LINE TO PTY4O
               WHEN 5
                   MOVE WS-PARTY-LINE TO PTY5O
               WHEN 6
                   MOVE WS-PARTY-LINE TO PTY6O
           END-EVALUATE.

      *****************************************************************
      * Browse the account's letter history from the start of its     *
      * keys and keep the newest four letters.  The browse ends as    *
      * soon as a record for another account comes back.              *
      *****************************************************************
       4200-LIST-LETTERS.
           MOVE SPACES TO WS-LTR-LINES.
           MOVE 0 TO WS-LTR-COUNT.
           MOVE 'N' TO WS-BROWSE-EOF-SW.
           MOVE 'N' TO WS-BROWSE-OPEN-SW.
           MOVE LOW-VALUES TO WS-LTR-BROWSE-KEY.
           MOVE ACCT-SORT-CODE TO WS-LH-SORT-CODE.
           MOVE ACCT-NUMBER TO WS-LH-ACCT-NUMBER.
           EXEC CICS STARTBR
                FILE('LTRHIST')
                RIDFLD(WS-LTR-BROWSE-KEY)
                KEYLENGTH(LENGTH OF WS-LTR-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-BROWSE-OPEN TO TRUE
           ELSE
               SET WS-BROWSE-EOF TO TRUE
           END-IF.
           PERFORM 4210-READ-NEXT-LETTER
               UNTIL WS-BROWSE-EOF.
           IF WS-BROWSE-OPEN
               EXEC CICS ENDBR
                    FILE('LTRHIST')
                    RESP(WS-RESP)
               END-EXEC
           END-IF.
           IF WS-LTR-COUNT = 0
               MOVE 'NONE' TO WS-LTR-LINE(1)
           END-IF.
           MOVE WS-LTR-LINE(1) TO LTR1O.
           MOVE WS-LTR-LINE(2) TO LTR2O.
           MOVE WS-LTR-LINE(3) TO LTR3O.
           MOVE WS-LTR-LINE(4) TO LTR4O.

       4210-READ-NEXT-LETTER.
           EXEC CICS READNEXT
                FILE('LTRHIST')
                INTO(LTRHIST-RECORD)
                RIDFLD(WS-LTR-BROWSE-KEY)
                KEYLENGTH(LENGTH OF WS-LTR-BROWSE-KEY)
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET WS-BROWSE-EOF TO TRUE
               WHEN LH-SORT-CODE NOT = ACCT-SORT-CODE
                   OR LH-ACCT-NUMBER NOT = ACCT-NUMBER
                   SET WS-BROWSE-EOF TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-LTR-COUNT
                   PERFORM 4220-ADD-LETTER-LINE
           END-EVALUATE.

      *****************************************************************
      * One letter line: the date it went, the letter type and what   *
      * it was about, pushed in at the top of the panel.              *
      *****************************************************************
       4220-ADD-LETTER-LINE.
           EVALUATE LH-LETTER-TYPE
               WHEN 'ODX'
                   MOVE 'OVERDRAFT EXCESS' TO LL-LETTER-NAME
               WHEN 'DOR'
                   MOVE 'ACCOUNT DORMANT' TO LL-LETTER-NAME
               WHEN 'SOF'
                   MOVE 'ORDER NOT PAID' TO LL-LETTER-NAME
               WHEN 'PYF'
                   MOVE 'PAYMENT NOT SENT' TO LL-LETTER-NAME
               WHEN OTHER
                   MOVE SPACES TO LL-LETTER-NAME
           END-EVALUATE.
           MOVE LH-SENT-DATE TO LL-SENT-DATE.
           MOVE LH-LETTER-TYPE TO LL-LETTER-TYPE.
           MOVE LH-DETAIL TO LL-DETAIL.
           MOVE WS-LTR-LINE(3) TO WS-LTR-LINE(4).
           MOVE WS-LTR-LINE(2) TO WS-LTR-LINE(3).
           MOVE WS-LTR-LINE(1) TO WS-LTR-LINE(2).
           MOVE WS-LETTER-LINE TO WS-LTR-LINE(1).

      *****************************************************************
      * Show whatever is currently in the map (the result of a        *
      * successful inquiry, or an error message) and wait for the     *
