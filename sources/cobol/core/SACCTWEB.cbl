      *****************************************************************
      * Program:     SACCTWEB.CBL                                     *
      * Layer:       Screen handling                                  *
      * Function:    Online banking account service - given a         *
      *              customer number and an account number as query   *
      *              parameters, returns the account as a JSON        *
      *              document for the digital channel: its status,    *
      *              ledger and available balance and overdraft       *
      *              limit, its active holds, a page of its PROCTRAN  *
      *              movements newest-first, its pending outbound     *
      *              payments and its active standing orders.  The    *
      *              account must belong to the customer named - the  *
      *              owner on ACCOUNT or an active joint holder on    *
      *              ACCTREL.  A closed or dormant account comes back *
      *              with its status and balances only.  Every        *
      *              request is logged to the WEBAUD audit trail with *
      *              the caller and the outcome, the way SVERSONC     *
      *              logs to VERAUD.  Runs under transaction WEBA.    *
      *                                                               *
      *              Query parameters:                                *
      *                custno  customer number, up to 10 digits       *
      *                acctno  account number, up to 8 digits         *
      *                rows    movements per page, 1-20 (default 10)  *
      *                older   page on from this movement key         *
      *                newer   page back from this movement key       *
      *              Movement keys are the 18-character date/time/seq *
      *              handed back as "oldest" and "newest" under       *
      *              "paging" - passing the oldest as older= gives    *
      *              the next page back, the newest as newer= the     *
      *              page before, the way PF8/PF7 page on STRN.       *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           SACCTWEB.
       DATE-WRITTEN.
           October 2026.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *****************************************************************
      * Every file is accessed through EXEC CICS FILE commands        *
      * against resources defined in the CSD, not through             *
      * FILE-CONTROL/FD.                                              *
      *****************************************************************
       COPY ACCOUNT.
       COPY ACCTREL.
       COPY HOLDS.
       COPY PROCTRAN.
       COPY OUTPAY.
       COPY STORDER.
       COPY WEBAUD.

      *****************************************************************
      * Every account at this branch shares the same sort code, so    *
      * the caller only has to send the account number.               *
      *****************************************************************
       01  WS-SORT-CODE                             PIC 9(6)
           VALUE 987654.

       01  WS-RESP                                  PIC S9(8) COMP.
       01  WS-APPLID                                PIC X(8).
       01  WS-USERID                                PIC X(8).
       01  WS-ABSTIME                                PIC S9(15) COMP-3.
       01  WS-TIME-NUM                               PIC S9(6) COMP-3.
       01  WS-TIME-DISPLAY                           PIC 9(6).

       01  WS-CLIENT-ADDR                            PIC X(39).
       01  WS-CLIENT-ADDR-LEN                        PIC S9(8) COMP.

      *****************************************************************
      * Outcome of the request - carried into the WEBAUD record and   *
      * used to pick the HTTP status.  See copybooks/WEBAUD.cpy.      *
      *****************************************************************
       01  WS-OUTCOME                               PIC X(2)
           VALUE '00'.
           88  WS-OUTCOME-OK                         VALUE '00'.
           88  WS-OUTCOME-STATUS-ONLY                VALUE '04'.
           88  WS-OUTCOME-BAD-REQUEST                VALUE '08'.
           88  WS-OUTCOME-NOT-OWNER                  VALUE '12'.
           88  WS-OUTCOME-NOT-FOUND                  VALUE '16'.
           88  WS-OUTCOME-FILE-ERROR                 VALUE '20'.

       01  WS-ERROR-MSG                              PIC X(60)
           VALUE SPACES.

       01  WS-HTTP-STATUS                            PIC S9(4) COMP.
       01  WS-HTTP-TEXT                              PIC X(20).
       01  WS-HTTP-TEXT-LEN                          PIC S9(8) COMP.

       01  WS-AUDIT-FAIL-MSG.
           05  FILLER                                PIC X(22)
               VALUE 'SACCTWEB WEBAUD WRITE '.
           05  FILLER                                PIC X(7)
               VALUE 'FAILED,'.
           05  FILLER                                PIC X(6)
               VALUE ' RESP='.
           05  AFM-RESP                               PIC -(8)9.

      *****************************************************************
      * One query parameter at a time is read into these.  The value  *
      * area is longer than any valid parameter so an over-long one   *
      * is seen as such rather than quietly cut short.                *
      *****************************************************************
       01  WS-PARM-NAME                              PIC X(8).
       01  WS-PARM-NAME-LEN                          PIC S9(8) COMP.
       01  WS-PARM-VALUE                             PIC X(20).
       01  WS-PARM-VALUE-LEN                         PIC S9(8) COMP.

       01  WS-PARM-FOUND-SW                          PIC X VALUE 'N'.
           88  WS-PARM-FOUND                         VALUE 'Y'.

       01  WS-PARM-NUMERIC-SW                        PIC X VALUE 'N'.
           88  WS-PARM-NUMERIC                       VALUE 'Y'.

      *****************************************************************
      * A number sent with fewer digits than its field is right-      *
      * justified in here over a field of zeros.                      *
      *****************************************************************
       01  WS-NUM-WORK                               PIC 9(10).
       01  WS-NUM-WORK-X REDEFINES WS-NUM-WORK       PIC X(10).

       01  WS-CUST-NUM                               PIC 9(10).
       01  WS-ACCT-NUM-NUMERIC                      PIC 9(8).

       01  WS-ROWS-DEFAULT                           PIC 9(2)
           VALUE 10.
       01  WS-ROWS-MAX                               PIC 9(2)
           VALUE 20.
       01  WS-ROWS-WANTED                            PIC 9(2).

       01  WS-OLDER-KEY                              PIC X(18)
           VALUE SPACES.
       01  WS-NEWER-KEY                              PIC X(18)
           VALUE SPACES.

       01  WS-IX                                     PIC 9(2).
       01  WS-ROW-IX                                 PIC 9(2).

      *****************************************************************
      * No account carries anything like this many holds, payments    *
      * or orders at once - the cap only keeps the document inside    *
      * its buffer.                                                   *
      *****************************************************************
       01  WS-LIST-MAX                               PIC 9(2)
           VALUE 50.
       01  WS-LIST-COUNT                             PIC 9(2).

       01  WS-BROWSE-EOF-SW                          PIC X VALUE 'N'.
           88  WS-BROWSE-EOF                         VALUE 'Y'.

       01  WS-BROWSE-OPEN-SW                         PIC X VALUE 'N'.
           88  WS-BROWSE-OPEN                        VALUE 'Y'.

      *****************************************************************
      * HOLDS, OUTPAY and STORDER are all keyed sort code + account   *
      * + a four-digit sequence, so one browse key serves all three.  *
      *****************************************************************
       01  WS-ITEM-KEY.
           05  WS-IK-SORT-CODE                      PIC 9(6).
           05  WS-IK-ACCT-NUMBER                    PIC 9(8).
           05  WS-IK-SEQ                            PIC 9(4).

      *****************************************************************
      * The movement page is collected exactly as STRNBRW collects    *
      * its screen page: a fresh listing reads backwards from the     *
      * high end of the account's key range, older= carries on back   *
      * past a key already seen, newer= reads forwards from one and   *
      * the rows are handed out reversed.                             *
      *****************************************************************
       01  WS-SKIP-FIRST-SW                          PIC X VALUE 'N'.
           88  WS-SKIP-FIRST                         VALUE 'Y'.

       01  WS-DIRECTION-SW                           PIC X VALUE 'B'.
           88  WS-COLLECT-BACKWARD                   VALUE 'B'.
           88  WS-COLLECT-FORWARD                    VALUE 'F'.

       01  WS-BRW-RID.
           05  WS-BR-SORT-CODE                      PIC 9(6).
           05  WS-BR-ACCT-NUMBER                    PIC 9(8).
           05  WS-BR-REST                           PIC X(18).

       01  WS-PAGE-TABLE.
           05  WS-PG-ENTRY OCCURS 20.
               10  WS-PG-KEY                         PIC X(18).
               10  WS-PG-TYPE                        PIC X(3).
               10  WS-PG-AMOUNT                      PIC S9(10)V99
                                                       COMP-3.
               10  WS-PG-DESCRIPTION                 PIC X(40).

       01  WS-PG-SUB                                 PIC 9(2).

      *****************************************************************
      * No JSON library is in use anywhere else in this system, so    *
      * the document is built by hand with STRING, as SVERWEB builds  *
      * its status document.                                          *
      *****************************************************************
       01  WS-JSON-DOC                                PIC X(32000).
       01  WS-JSON-PTR                                PIC S9(8) COMP
           VALUE 1.
       01  WS-JSON-LEN                                PIC S9(8) COMP.

       01  WS-FIRST-ITEM-SW                          PIC X VALUE 'Y'.
           88  WS-FIRST-ITEM                         VALUE 'Y'.

       01  WS-AMOUNT-ED                              PIC -(10)9.99.
       01  WS-STATUS-TEXT                            PIC X(7).
       01  WS-RESULT-TEXT                            PIC X(15).
       01  WS-ROWS-ED                                PIC Z9.

      *****************************************************************
      * Free text from the files (reasons, descriptions) goes through *
      * 5900-APPEND-TEXT so a quote or backslash in it cannot break   *
      * the document.                                                 *
      *****************************************************************
       01  WS-TEXT-IN                                PIC X(40).
       01  WS-TEXT-LEN                               PIC 9(2).
       01  WS-TX                                     PIC 9(2).
       01  WS-TEXT-CHAR                              PIC X(1).

       LINKAGE SECTION.
       01  DFHCOMMAREA                               PIC X(1).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISE.
           PERFORM 2000-READ-REQUEST.
           IF WS-OUTCOME-OK
               PERFORM 3000-READ-ACCOUNT
           END-IF.
           IF WS-OUTCOME-OK OR WS-OUTCOME-STATUS-ONLY
               PERFORM 5000-BUILD-ACCOUNT-JSON
           ELSE
               PERFORM 5500-BUILD-ERROR-JSON
           END-IF.
           PERFORM 6000-SEND-RESPONSE.
           PERFORM 7000-WRITE-AUDIT-REC.
           EXEC CICS RETURN
           END-EXEC.
           GOBACK.

      *****************************************************************
      * Who is asking, from where and when - for the audit record.    *
      * A caller whose address cannot be extracted is still served;   *
      * the address is simply logged blank.                           *
      *****************************************************************
       1000-INITIALISE.
           MOVE SPACES TO WEBAUD-RECORD.
           MOVE 0 TO WEBAUD-ROWS-RETURNED.
           EXEC CICS ASSIGN
                APPLID(WS-APPLID)
                USERID(WS-USERID)
           END-EXEC.
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WEBAUD-DATE)
                TIME(WS-TIME-NUM)
           END-EXEC.
           MOVE WS-TIME-NUM TO WS-TIME-DISPLAY.
           MOVE WS-TIME-DISPLAY TO WEBAUD-TIME.
           MOVE SPACES TO WS-CLIENT-ADDR.
           MOVE LENGTH OF WS-CLIENT-ADDR TO WS-CLIENT-ADDR-LEN.
           EXEC CICS EXTRACT TCPIP
                CLIENTADDR(WS-CLIENT-ADDR)
                CADDRLENGTH(WS-CLIENT-ADDR-LEN)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-CLIENT-ADDR
           END-IF.

      *****************************************************************
      * Pick the parameters off the query string.  The customer and   *
      * account are required; the page size and paging key are not.   *
      * The first fault found is the one reported.                    *
      *****************************************************************
       2000-READ-REQUEST.
           MOVE 'custno' TO WS-PARM-NAME.
           MOVE 6 TO WS-PARM-NAME-LEN.
           PERFORM 2100-READ-ONE-PARM.
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WEBAUD-CUST-NUMBER
           END-IF.
           IF WS-PARM-FOUND
               AND WS-PARM-VALUE-LEN NOT > 10
               AND WS-PARM-NUMERIC
               PERFORM 2200-RIGHT-JUSTIFY
               MOVE WS-NUM-WORK TO WS-CUST-NUM
           ELSE
               SET WS-OUTCOME-BAD-REQUEST TO TRUE
               MOVE 'CUSTNO MUST BE UP TO 10 DIGITS'
                   TO WS-ERROR-MSG
           END-IF.

           MOVE 'acctno' TO WS-PARM-NAME.
           MOVE 6 TO WS-PARM-NAME-LEN.
           PERFORM 2100-READ-ONE-PARM.
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE TO WEBAUD-ACCT-NUMBER
           END-IF.
           IF WS-PARM-FOUND
               AND WS-PARM-VALUE-LEN NOT > 8
               AND WS-PARM-NUMERIC
               PERFORM 2200-RIGHT-JUSTIFY
               MOVE WS-NUM-WORK TO WS-ACCT-NUM-NUMERIC
           ELSE
               IF WS-OUTCOME-OK
                   SET WS-OUTCOME-BAD-REQUEST TO TRUE
                   MOVE 'ACCTNO MUST BE UP TO 8 DIGITS'
                       TO WS-ERROR-MSG
               END-IF
           END-IF.

           MOVE WS-ROWS-DEFAULT TO WS-ROWS-WANTED.
           MOVE 'rows' TO WS-PARM-NAME.
           MOVE 4 TO WS-PARM-NAME-LEN.
           PERFORM 2100-READ-ONE-PARM.
           IF WS-PARM-FOUND
               IF WS-PARM-VALUE-LEN NOT > 2
                   AND WS-PARM-NUMERIC
                   PERFORM 2200-RIGHT-JUSTIFY
                   MOVE WS-NUM-WORK TO WS-ROWS-WANTED
               ELSE
                   MOVE 0 TO WS-ROWS-WANTED
               END-IF
               IF (WS-ROWS-WANTED = 0 OR WS-ROWS-WANTED > WS-ROWS-MAX)
                   AND WS-OUTCOME-OK
                   SET WS-OUTCOME-BAD-REQUEST TO TRUE
                   MOVE 'ROWS MUST BE FROM 1 TO 20' TO WS-ERROR-MSG
               END-IF
           END-IF.

           MOVE 'older' TO WS-PARM-NAME.
           MOVE 5 TO WS-PARM-NAME-LEN.
           PERFORM 2100-READ-ONE-PARM.
           IF WS-PARM-FOUND
               PERFORM 2300-CHECK-MOVEMENT-KEY
               MOVE WS-PARM-VALUE TO WS-OLDER-KEY
           END-IF.

           MOVE 'newer' TO WS-PARM-NAME.
           MOVE 5 TO WS-PARM-NAME-LEN.
           PERFORM 2100-READ-ONE-PARM.
           IF WS-PARM-FOUND
               PERFORM 2300-CHECK-MOVEMENT-KEY
               MOVE WS-PARM-VALUE TO WS-NEWER-KEY
           END-IF.

           IF WS-OLDER-KEY NOT = SPACES
               AND WS-NEWER-KEY NOT = SPACES
               AND WS-OUTCOME-OK
               SET WS-OUTCOME-BAD-REQUEST TO TRUE
               MOVE 'SEND OLDER OR NEWER, NOT BOTH' TO WS-ERROR-MSG
           END-IF.

      *****************************************************************
      * A parameter that is absent or empty is not found.  One too    *
      * long for the value area (LENGERR) is found, with a length     *
      * that fails every check that follows.  Whether the value is    *
      * all digits is settled here, while its length is known to lie  *
      * inside the value area.                                        *
      *****************************************************************
       2100-READ-ONE-PARM.
           MOVE 'N' TO WS-PARM-FOUND-SW.
           MOVE 'N' TO WS-PARM-NUMERIC-SW.
           MOVE SPACES TO WS-PARM-VALUE.
           MOVE LENGTH OF WS-PARM-VALUE TO WS-PARM-VALUE-LEN.
           EXEC CICS WEB READ
                QUERYPARM(WS-PARM-NAME)
                NAMELENGTH(WS-PARM-NAME-LEN)
                VALUE(WS-PARM-VALUE)
                VALUELENGTH(WS-PARM-VALUE-LEN)
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   AND WS-PARM-VALUE-LEN > 0
                   SET WS-PARM-FOUND TO TRUE
                   IF WS-PARM-VALUE(1:WS-PARM-VALUE-LEN) IS NUMERIC
                       SET WS-PARM-NUMERIC TO TRUE
                   END-IF
               WHEN WS-RESP = DFHRESP(LENGERR)
                   SET WS-PARM-FOUND TO TRUE
                   MOVE 99 TO WS-PARM-VALUE-LEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-RIGHT-JUSTIFY.
           MOVE ZEROS TO WS-NUM-WORK.
           MOVE WS-PARM-VALUE(1:WS-PARM-VALUE-LEN)
               TO WS-NUM-WORK-X(11 - WS-PARM-VALUE-LEN:
                                WS-PARM-VALUE-LEN).

      *****************************************************************
      * A movement key is the date, time and sequence of a movement   *
      * this service has already handed out - 18 digits.              *
      *****************************************************************
       2300-CHECK-MOVEMENT-KEY.
           IF WS-PARM-VALUE-LEN NOT = 18
               OR WS-PARM-VALUE(1:18) IS NOT NUMERIC
               IF WS-OUTCOME-OK
                   SET WS-OUTCOME-BAD-REQUEST TO TRUE
                   MOVE 'OLDER AND NEWER MUST BE 18-DIGIT MOVEMENT KEYS'
                       TO WS-ERROR-MSG
               END-IF
           END-IF.

      *****************************************************************
      * Look up the account and make sure it is the customer's.       *
      *****************************************************************
       3000-READ-ACCOUNT.
           MOVE WS-SORT-CODE TO ACCT-SORT-CODE.
           MOVE WS-ACCT-NUM-NUMERIC TO ACCT-NUMBER.
           EXEC CICS READ
                FILE('ACCOUNT')
                INTO(ACCOUNT-RECORD)
                RIDFLD(ACCT-KEY)
                KEYLENGTH(LENGTH OF ACCT-KEY)
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM 3100-CHECK-OWNERSHIP
               WHEN WS-RESP = DFHRESP(NOTFND)
                   SET WS-OUTCOME-NOT-FOUND TO TRUE
               WHEN OTHER
                   SET WS-OUTCOME-FILE-ERROR TO TRUE
                   MOVE 'ACCOUNT FILE UNAVAILABLE' TO WS-ERROR-MSG
           END-EVALUATE.
           IF WS-OUTCOME-OK
               AND NOT ACCT-ACTIVE
               SET WS-OUTCOME-STATUS-ONLY TO TRUE
           END-IF.

      *****************************************************************
      * The account belongs to the customer who owns it and to each   *
      * active joint holder, who owns it with them.  A signatory or   *
      * attorney acts on someone else's account and does not see it   *
      * as their own here.                                            *
      *****************************************************************
       3100-CHECK-OWNERSHIP.
           IF ACCT-CUST-NUMBER NOT = WS-CUST-NUM
               MOVE ACCT-SORT-CODE TO REL-SORT-CODE
               MOVE ACCT-NUMBER TO REL-ACCT-NUMBER
               MOVE WS-CUST-NUM TO REL-CUST-NUMBER
               EXEC CICS READ
                    FILE('ACCTREL')
                    INTO(ACCTREL-RECORD)
                    RIDFLD(REL-KEY)
                    KEYLENGTH(LENGTH OF REL-KEY)
                    RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NORMAL)
                       AND REL-ACTIVE
                       AND REL-JOINT
                       CONTINUE
                   WHEN WS-RESP = DFHRESP(NORMAL)
                       OR WS-RESP = DFHRESP(NOTFND)
                       SET WS-OUTCOME-NOT-OWNER TO TRUE
                   WHEN OTHER
                       SET WS-OUTCOME-FILE-ERROR TO TRUE
                       MOVE 'ACCOUNT PARTY FILE UNAVAILABLE'
                           TO WS-ERROR-MSG
               END-EVALUATE
           END-IF.

      *****************************************************************
      * A page of movements, collected as STRNBRW collects one.       *
      *****************************************************************
       4000-COLLECT-MOVEMENTS.
           MOVE WS-SORT-CODE TO WS-BR-SORT-CODE.
           MOVE WS-ACCT-NUM-NUMERIC TO WS-BR-ACCT-NUMBER.
           EVALUATE TRUE
               WHEN WS-OLDER-KEY NOT = SPACES
                   MOVE WS-OLDER-KEY TO WS-BR-REST
                   SET WS-SKIP-FIRST TO TRUE
                   SET WS-COLLECT-BACKWARD TO TRUE
               WHEN WS-NEWER-KEY NOT = SPACES
                   MOVE WS-NEWER-KEY TO WS-BR-REST
                   SET WS-SKIP-FIRST TO TRUE
                   SET WS-COLLECT-FORWARD TO TRUE
               WHEN OTHER
                   MOVE HIGH-VALUES TO WS-BR-REST
                   MOVE 'N' TO WS-SKIP-FIRST-SW
                   SET WS-COLLECT-BACKWARD TO TRUE
           END-EVALUATE.
           MOVE 0 TO WS-ROW-IX.
           MOVE 'N' TO WS-BROWSE-EOF-SW.
           MOVE 'N' TO WS-BROWSE-OPEN-SW.
           EXEC CICS STARTBR
                FILE('PROCTRAN')
                RIDFLD(WS-BRW-RID)
                KEYLENGTH(LENGTH OF WS-BRW-RID)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
      *****************************************************************
      * A fresh backward listing starts on a key no record carries,   *
      * so position is established first (4005), or, when the account *
      * holds the file's highest keys and STARTBR finds nothing, the  *
      * browse is re-opened at all HIGH-VALUES (4006) - see STRNBRW   *
      * 3100 for the full story.                                      *
      *****************************************************************
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   SET WS-BROWSE-OPEN TO TRUE
                   IF WS-COLLECT-BACKWARD
                       AND NOT WS-SKIP-FIRST
                       PERFORM 4005-POSITION-AT-END
                   END-IF
               WHEN WS-RESP = DFHRESP(NOTFND)
                   AND WS-COLLECT-BACKWARD
                   AND NOT WS-SKIP-FIRST
                   PERFORM 4006-START-AT-FILE-END
               WHEN OTHER
                   SET WS-BROWSE-EOF TO TRUE
           END-EVALUATE.
           PERFORM 4010-READ-ONE-MOVEMENT
               UNTIL WS-BROWSE-EOF
                  OR WS-ROW-IX = WS-ROWS-WANTED.
           IF WS-BROWSE-OPEN
               EXEC CICS ENDBR
                    FILE('PROCTRAN')
                    RESP(WS-RESP)
               END-EXEC
           END-IF.
           MOVE WS-ROW-IX TO WEBAUD-ROWS-RETURNED.

       4005-POSITION-AT-END.
           EXEC CICS READNEXT
                FILE('PROCTRAN')
                INTO(PROCTRAN-RECORD)
                RIDFLD(WS-BRW-RID)
                KEYLENGTH(LENGTH OF WS-BRW-RID)
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   SET WS-SKIP-FIRST TO TRUE
               WHEN WS-RESP = DFHRESP(ENDFILE)
                   MOVE HIGH-VALUES TO WS-BRW-RID
                   EXEC CICS RESETBR
                        FILE('PROCTRAN')
                        RIDFLD(WS-BRW-RID)
                        KEYLENGTH(LENGTH OF WS-BRW-RID)
                        GTEQ
                        RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       SET WS-BROWSE-EOF TO TRUE
                   END-IF
               WHEN OTHER
                   SET WS-BROWSE-EOF TO TRUE
           END-EVALUATE.

       4006-START-AT-FILE-END.
           MOVE HIGH-VALUES TO WS-BRW-RID.
           EXEC CICS STARTBR
                FILE('PROCTRAN')
                RIDFLD(WS-BRW-RID)
                KEYLENGTH(LENGTH OF WS-BRW-RID)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-BROWSE-OPEN TO TRUE
           ELSE
               SET WS-BROWSE-EOF TO TRUE
           END-IF.

       4010-READ-ONE-MOVEMENT.
           IF WS-COLLECT-BACKWARD
               EXEC CICS READPREV
                    FILE('PROCTRAN')
                    INTO(PROCTRAN-RECORD)
                    RIDFLD(WS-BRW-RID)
                    KEYLENGTH(LENGTH OF WS-BRW-RID)
                    RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS READNEXT
                    FILE('PROCTRAN')
                    INTO(PROCTRAN-RECORD)
                    RIDFLD(WS-BRW-RID)
                    KEYLENGTH(LENGTH OF WS-BRW-RID)
                    RESP(WS-RESP)
               END-EXEC
           END-IF.
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET WS-BROWSE-EOF TO TRUE
               WHEN WS-SKIP-FIRST
                   MOVE 'N' TO WS-SKIP-FIRST-SW
               WHEN PROCT-SORT-CODE NOT = WS-SORT-CODE
                   OR PROCT-ACCT-NUMBER NOT = WS-ACCT-NUM-NUMERIC
                   SET WS-BROWSE-EOF TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-ROW-IX
                   MOVE PROCT-DATE TO WS-PG-KEY(WS-ROW-IX)(1:8)
                   MOVE PROCT-TIME TO WS-PG-KEY(WS-ROW-IX)(9:6)
                   MOVE PROCT-SEQ TO WS-PG-KEY(WS-ROW-IX)(15:4)
                   MOVE PROCT-TYPE-CODE TO WS-PG-TYPE(WS-ROW-IX)
                   MOVE PROCT-AMOUNT TO WS-PG-AMOUNT(WS-ROW-IX)
                   MOVE PROCT-DESCRIPTION
                       TO WS-PG-DESCRIPTION(WS-ROW-IX)
           END-EVALUATE.

      *****************************************************************
      * The account document.  A closed or dormant account stops      *
      * after its status and balances - no holds, movements,          *
      * payments or orders.                                           *
      *****************************************************************
       5000-BUILD-ACCOUNT-JSON.
           EVALUATE TRUE
               WHEN ACCT-CLOSED
                   MOVE 'CLOSED' TO WS-STATUS-TEXT
               WHEN ACCT-DORMANT
                   MOVE 'DORMANT' TO WS-STATUS-TEXT
               WHEN ACCT-ACTIVE
                   MOVE 'ACTIVE' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-JSON-DOC.
           MOVE 1 TO WS-JSON-PTR.
           STRING
               '{"result":"OK","customer":"' DELIMITED BY SIZE
               WS-CUST-NUM DELIMITED BY SIZE
               '","sortCode":"' DELIMITED BY SIZE
               ACCT-SORT-CODE DELIMITED BY SIZE
               '","account":"' DELIMITED BY SIZE
               ACCT-NUMBER DELIMITED BY SIZE
               '","type":"' DELIMITED BY SIZE
               FUNCTION TRIM(ACCT-TYPE) DELIMITED BY SIZE
               '","status":"' DELIMITED BY SIZE
               FUNCTION TRIM(WS-STATUS-TEXT) DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               INTO WS-JSON-DOC
               WITH POINTER WS-JSON-PTR
           END-STRING.
           MOVE ACCT-BALANCE TO WS-AMOUNT-ED.
           STRING
               ',"balance":' DELIMITED BY SIZE
               FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
               INTO WS-JSON-DOC
               WITH POINTER WS-JSON-PTR
           END-STRING.
           MOVE ACCT-AVAILABLE-BALANCE TO WS-AMOUNT-ED.
           STRING
               ',"availableBalance":' DELIMITED BY SIZE
               FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
               INTO WS-JSON-DOC
               WITH POINTER WS-JSON-PTR
           END-STRING.
           MOVE ACCT-OVERDRAFT-LIMIT TO WS-AMOUNT-ED.
           STRING
               ',"overdraftLimit":' DELIMITED BY SIZE
               FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
               INTO WS-JSON-DOC
               WITH POINTER WS-JSON-PTR
           END-STRING.
           IF WS-OUTCOME-OK
               PERFORM 5100-ADD-HOLDS
               PERFORM 4000-COLLECT-MOVEMENTS
               PERFORM 5200-ADD-MOVEMENTS
               PERFORM 5300-ADD-PAYMENTS
               PERFORM 5400-ADD-STANDING-ORDERS
           END-IF.
           STRING
               '}' DELIMITED BY SIZE
               INTO WS-JSON-DOC
               WITH POINTER WS-JSON-PTR
           END-STRING.
           COMPUTE WS-JSON-LEN = WS-JSON-PTR - 1.

      *****************************************************************
      * The account's active holds - amount, reason and expiry.       *
      *****************************************************************
       5100-ADD-HOLDS.
           STRING
               ',"holds":[' DELIMITED BY SIZE
               INTO WS-JSON-DOC
               WITH POINTER WS-JSON-PTR
           END-STRING.
           SET WS-FIRST-ITEM TO TRUE.
           MOVE 0 TO WS-LIST-COUNT.
           PERFORM 5800-START-ITEM-BROWSE.
           MOVE 'N' TO WS-BROWSE-OPEN-SW.
           EXEC CICS STARTBR
                FILE('HOLDS')
                RIDFLD(WS-ITEM-KEY)
                KEYLENGTH(LENGTH OF WS-ITEM-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-BROWSE-OPEN TO TRUE
           ELSE
               SET WS-BROWSE-EOF TO TRUE
           END-IF.
           PERFORM 5110-READ-NEXT-HOLD
               UNTIL WS-BROWSE-EOF
                  OR WS-LIST-COUNT = WS-LIST-MAX.
           IF WS-BROWSE-OPEN
               EXEC CICS ENDBR
                    FILE('HOLDS')
                    RESP(WS-RESP)
               END-EXEC
           END-IF.
           STRING
               ']' DELIMITED BY SIZE
               INTO WS-JSON-DOC
               WITH POINTER WS-JSON-PTR
           END-STRING.

       5110-READ-NEXT-HOLD.
           EXEC CICS READNEXT
                FILE('HOLDS')
                INTO(HOLDS-RECORD)
                RIDFLD(WS-ITEM-KEY)
                KEYLENGTH(LENGTH OF WS-ITEM-KEY)
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET WS-BROWSE-EOF TO TRUE
               WHEN HOLD-SORT-CODE NOT = ACCT-SORT-CODE
                   OR HOLD-ACCT-NUMBER NOT = ACCT-NUMBER
                   SET WS-BROWSE-EOF TO TRUE
               WHEN HOLD-ACTIVE
                   ADD 1 TO WS-LIST-COUNT
                   PERFORM 5120-ADD-ONE-HOLD
           END-EVALUATE.

       5120-ADD-ONE-HOLD.
           PERFORM 5810-SEPARATE-ITEM.
           MOVE HOLD-AMOUNT TO WS-AMOUNT-ED.
           STRING
               '{"ref":"' DELIMITED BY SIZE
               HOLD-REF DELIMITED BY SIZE
               '","amount":' DELIMITED BY SIZE
               FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
               ',"reason":"' DELIMITED BY SIZE
               INTO WS-JSON-DOC
               WITH POINTER WS-JSON-PTR
           END-STRING.
           MOVE HOLD-REASON TO WS-TEXT-IN.
           PERFORM 5900-APPEND-TEXT.
           STRING
               '","expiryDate":"' DELIMITED BY SIZE
               HOLD-EXPIRY-DATE DELIMITED BY SIZE
               '","placedDate":"' DELIMITED BY SIZE
               HOLD-PLACED-DATE DELIMITED BY SIZE
               '"}' DELIMITED BY SIZE
               INTO WS-JSON-DOC
               WITH POINTER WS-JSON-PTR
           END-STRING.

      *****************************************************************
      * The collected page of movements, newest first whichever way   *
      * it was read, and the keys to page on from.  An empty page     *
      * carries no paging keys - there is nothing further that way.   *
      *****************************************************************
       5200-ADD-MOVEMENTS.
           STRING
               ',"movements":[' DELIMITED BY SIZE
               INTO WS-JSON-DOC
               WITH POINTER WS-JSON-PTR
           END-STRING.
           SET WS-FIRST-ITEM TO TRUE.
           PERFORM 5210-ADD-ONE-MOVEMENT
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-ROW-IX.
           STRING
               '],"paging":{' DELIMITED BY SIZE
               INTO WS-JSON-DOC
               WITH POINTER WS-JSON-PTR
           END-STRING.
           IF WS-ROW-IX > 0
               IF WS-COLLECT-BACKWARD
                   STRING
                       '"newest":"' DELIMITED BY SIZE
                       WS-PG-KEY(1) DELIMITED BY SIZE
                       '","oldest":"' DELIMITED BY SIZE
                       WS-PG-KEY(WS-ROW-IX) DELIMITED BY SIZE
                       '",' DELIMITED BY SIZE
                       INTO WS-JSON-DOC
                       WITH POINTER WS-JSON-PTR
                   END-STRING
               ELSE
                   STRING
                       '"newest":"' DELIMITED BY SIZE
                       WS-PG-KEY(WS-ROW-IX) DELIMITED BY SIZE
                       '","oldest":"' DELIMITED BY SIZE
                       WS-PG-KEY(1) DELIMITED BY SIZE
                       '",' DELIMITED BY SIZE
                       INTO WS-JSON-DOC
                       WITH POINTER WS-JSON-PTR
                   END-STRING
               END-IF
           END-IF.
           MOVE WS-ROW-IX TO WS-ROWS-ED.
           STRING
               '"rows":' DELIMITED BY SIZE
               FUNCTION TRIM(WS-ROWS-ED) DELIMITED BY SIZE
               '}' DELIMITED BY SIZE
               INTO WS-JSON-DOC
               WITH POINTER WS-JSON-PTR
           END-STRING.

       5210-ADD-ONE-MOVEMENT.
           IF WS-COLLECT-BACKWARD
               MOVE WS-IX TO WS-PG-SUB
           ELSE
               COMPUTE WS-PG-SUB = WS-ROW-IX + 1 - WS-IX
           END-IF.
           PERFORM 5810-SEPARATE-ITEM.
           MOVE WS-PG-AMOUNT(WS-PG-SUB) TO WS-AMOUNT-ED.
           STRING
               '{"key":"' DELIMITED BY SIZE
               WS-PG-KEY(WS-PG-SUB) DELIMITED BY SIZE
               '","date":"' DELIMITED BY SIZE
               WS-PG-KEY(WS-PG-SUB)(1:8) DELIMITED BY SIZE
               '","type":"' DELIMITED BY SIZE
               FUNCTION TRIM(WS-PG-TYPE(WS-PG-SUB)) DELIMITED BY SIZE
               '","amount":' DELIMITED BY SIZE
               FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
               ',"description":"' DELIMITED BY SIZE
               INTO WS-JSON-DOC
               WITH POINTER WS-JSON-PTR
           END-STRING.
           MOVE WS-PG-DESCRIPTION(WS-PG-SUB) TO WS-TEXT-IN.
           PERFORM 5900-APPEND-TEXT.
           STRING
               '"}' DELIMITED BY SIZE
               INTO WS-JSON-DOC
               WITH POINTER WS-JSON-PTR
           END-STRING.

      *****************************************************************
      * Outbound payments still waiting to go - sent and cancelled    *
      * ones are history and are already among the movements.         *
      *****************************************************************
       5300-ADD-PAYMENTS.
           STRING
               ',"pendingPayments":[' DELIMITED BY SIZE
               INTO WS-JSON-DOC
               WITH POINTER WS-JSON-PTR
           END-STRING.
           SET WS-FIRST-ITEM TO TRUE.
           MOVE 0 TO WS-LIST-COUNT.
           PERFORM 5800-START-ITEM-BROWSE.
           MOVE 'N' TO WS-BROWSE-OPEN-SW.
           EXEC CICS STARTBR
                FILE('OUTPAY')
                RIDFLD(WS-ITEM-KEY)
                KEYLENGTH(LENGTH OF WS-ITEM-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-BROWSE-OPEN TO TRUE
           ELSE
               SET WS-BROWSE-EOF TO TRUE
           END-IF.
           PERFORM 5310-READ-NEXT-PAYMENT
               UNTIL WS-BROWSE-EOF
                  OR WS-LIST-COUNT = WS-LIST-MAX.
           IF WS-BROWSE-OPEN
               EXEC CICS ENDBR
                    FILE('OUTPAY')
                    RESP(WS-RESP)
               END-EXEC
           END-IF.
           STRING
               ']' DELIMITED BY SIZE
               INTO WS-JSON-DOC
               WITH POINTER WS-JSON-PTR
           END-STRING.

       5310-READ-NEXT-PAYMENT.
           EXEC CICS READNEXT
                FILE('OUTPAY')
                INTO(OUTPAY-RECORD)
                RIDFLD(WS-ITEM-KEY)
                KEYLENGTH(LENGTH OF WS-ITEM-KEY)
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET WS-BROWSE-EOF TO TRUE
               WHEN OP-SORT-CODE NOT = ACCT-SORT-CODE
                   OR OP-ACCT-NUMBER NOT = ACCT-NUMBER
                   SET WS-BROWSE-EOF TO TRUE
               WHEN OP-PENDING
                   ADD 1 TO WS-LIST-COUNT
                   PERFORM 5320-ADD-ONE-PAYMENT
           END-EVALUATE.

       5320-ADD-ONE-PAYMENT.
           PERFORM 5810-SEPARATE-ITEM.
           MOVE OP-AMOUNT TO WS-AMOUNT-ED.
           STRING
               '{"seq":"' DELIMITED BY SIZE
               OP-SEQ DELIMITED BY SIZE
               '","toSortCode":"' DELIMITED BY SIZE
               OP-DEST-SORT-CODE DELIMITED BY SIZE
               '","toAccount":"' DELIMITED BY SIZE
               OP-DEST-ACCT-NUMBER DELIMITED BY SIZE
               '","amount":' DELIMITED BY SIZE
               FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
               ',"dueDate":"' DELIMITED BY SIZE
               OP-DUE-DATE DELIMITED BY SIZE
               '","description":"' DELIMITED BY SIZE
               INTO WS-JSON-DOC
               WITH POINTER WS-JSON-PTR
           END-STRING.
           MOVE OP-DESCRIPTION TO WS-TEXT-IN.
           PERFORM 5900-APPEND-TEXT.
           STRING
               '"}' DELIMITED BY SIZE
               INTO WS-JSON-DOC
               WITH POINTER WS-JSON-PTR
           END-STRING.

      *****************************************************************
      * Standing orders still running - cancelled ones are left out.  *
      *****************************************************************
       5400-ADD-STANDING-ORDERS.
           STRING
               ',"standingOrders":[' DELIMITED BY SIZE
               INTO WS-JSON-DOC
               WITH POINTER WS-JSON-PTR
           END-STRING.
           SET WS-FIRST-ITEM TO TRUE.
           MOVE 0 TO WS-LIST-COUNT.
           PERFORM 5800-START-ITEM-BROWSE.
           MOVE 'N' TO WS-BROWSE-OPEN-SW.
           EXEC CICS STARTBR
                FILE('STORDER')
                RIDFLD(WS-ITEM-KEY)
                KEYLENGTH(LENGTH OF WS-ITEM-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-BROWSE-OPEN TO TRUE
           ELSE
               SET WS-BROWSE-EOF TO TRUE
           END-IF.
           PERFORM 5410-READ-NEXT-ORDER
               UNTIL WS-BROWSE-EOF
                  OR WS-LIST-COUNT = WS-LIST-MAX.
           IF WS-BROWSE-OPEN
               EXEC CICS ENDBR
                    FILE('STORDER')
                    RESP(WS-RESP)
               END-EXEC
           END-IF.
           STRING
               ']' DELIMITED BY SIZE
               INTO WS-JSON-DOC
               WITH POINTER WS-JSON-PTR
           END-STRING.

       5410-READ-NEXT-ORDER.
           EXEC CICS READNEXT
                FILE('STORDER')
                INTO(STORDER-RECORD)
                RIDFLD(WS-ITEM-KEY)
                KEYLENGTH(LENGTH OF WS-ITEM-KEY)
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET WS-BROWSE-EOF TO TRUE
               WHEN SO-SORT-CODE NOT = ACCT-SORT-CODE
                   OR SO-ACCT-NUMBER NOT = ACCT-NUMBER
                   SET WS-BROWSE-EOF TO TRUE
               WHEN SO-ACTIVE
                   ADD 1 TO WS-LIST-COUNT
                   PERFORM 5420-ADD-ONE-ORDER
           END-EVALUATE.

       5420-ADD-ONE-ORDER.
           PERFORM 5810-SEPARATE-ITEM.
           MOVE SO-AMOUNT TO WS-AMOUNT-ED.
           STRING
               '{"seq":"' DELIMITED BY SIZE
               SO-SEQ DELIMITED BY SIZE
               '","amount":' DELIMITED BY SIZE
               FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
               INTO WS-JSON-DOC
               WITH POINTER WS-JSON-PTR
           END-STRING.
           IF SO-FREQ-WEEKLY
               STRING
                   ',"frequency":"WEEKLY"' DELIMITED BY SIZE
                   INTO WS-JSON-DOC
                   WITH POINTER WS-JSON-PTR
               END-STRING
           ELSE
               STRING
                   ',"frequency":"MONTHLY"' DELIMITED BY SIZE
                   INTO WS-JSON-DOC
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF.
           STRING
               ',"nextDueDate":"' DELIMITED BY SIZE
               SO-NEXT-DUE-DATE DELIMITED BY SIZE
               '","description":"' DELIMITED BY SIZE
               INTO WS-JSON-DOC
               WITH POINTER WS-JSON-PTR
           END-STRING.
           MOVE SO-DESCRIPTION TO WS-TEXT-IN.
           PERFORM 5900-APPEND-TEXT.
           STRING
               '"}' DELIMITED BY SIZE
               INTO WS-JSON-DOC
               WITH POINTER WS-JSON-PTR
           END-STRING.

      *****************************************************************
      * The caller is told why the request was refused.  An account   *
      * that is not on file and one that belongs to someone else get  *
      * the same answer, so the service cannot be used to find out    *
      * which account numbers exist.                                  *
      *****************************************************************
       5500-BUILD-ERROR-JSON.
           EVALUATE TRUE
               WHEN WS-OUTCOME-BAD-REQUEST
                   MOVE 'INVALID REQUEST' TO WS-RESULT-TEXT
               WHEN WS-OUTCOME-FILE-ERROR
                   MOVE 'UNAVAILABLE' TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE 'NOT FOUND' TO WS-RESULT-TEXT
                   MOVE 'NO SUCH ACCOUNT FOR THIS CUSTOMER'
                       TO WS-ERROR-MSG
           END-EVALUATE.
           MOVE SPACES TO WS-JSON-DOC.
           MOVE 1 TO WS-JSON-PTR.
           STRING
               '{"result":"' DELIMITED BY SIZE
               FUNCTION TRIM(WS-RESULT-TEXT) DELIMITED BY SIZE
               '","message":"' DELIMITED BY SIZE
               FUNCTION TRIM(WS-ERROR-MSG) DELIMITED BY SIZE
               '"}' DELIMITED BY SIZE
               INTO WS-JSON-DOC
               WITH POINTER WS-JSON-PTR
           END-STRING.
           COMPUTE WS-JSON-LEN = WS-JSON-PTR - 1.

       5800-START-ITEM-BROWSE.
           MOVE ACCT-SORT-CODE TO WS-IK-SORT-CODE.
           MOVE ACCT-NUMBER TO WS-IK-ACCT-NUMBER.
           MOVE 0 TO WS-IK-SEQ.
           MOVE 'N' TO WS-BROWSE-EOF-SW.

       5810-SEPARATE-ITEM.
           IF WS-FIRST-ITEM
               MOVE 'N' TO WS-FIRST-ITEM-SW
           ELSE
               STRING
                   ',' DELIMITED BY SIZE
                   INTO WS-JSON-DOC
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF.

      *****************************************************************
      * Append WS-TEXT-IN without its trailing spaces, a backslash    *
      * before any quote or backslash, and any control character      *
      * turned into a space.                                          *
      *****************************************************************
       5900-APPEND-TEXT.
           IF WS-TEXT-IN = SPACES
               MOVE 0 TO WS-TEXT-LEN
           ELSE
               COMPUTE WS-TEXT-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-TEXT-IN TRAILING))
           END-IF.
           PERFORM 5910-APPEND-ONE-CHAR
               VARYING WS-TX FROM 1 BY 1
               UNTIL WS-TX > WS-TEXT-LEN.

       5910-APPEND-ONE-CHAR.
           MOVE WS-TEXT-IN(WS-TX:1) TO WS-TEXT-CHAR.
           EVALUATE TRUE
               WHEN WS-TEXT-CHAR = '"' OR WS-TEXT-CHAR = '\'
                   MOVE '\' TO WS-JSON-DOC(WS-JSON-PTR:1)
                   ADD 1 TO WS-JSON-PTR
               WHEN WS-TEXT-CHAR < SPACE
                   MOVE SPACE TO WS-TEXT-CHAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WS-TEXT-CHAR TO WS-JSON-DOC(WS-JSON-PTR:1).
           ADD 1 TO WS-JSON-PTR.

      *****************************************************************
      * Send the document back to the HTTP client with a status that  *
      * matches the outcome.  As in SVERWEB, RESP is checked only so  *
      * a failed send returns control normally instead of abending -  *
      * the audit record is still written.                            *
      *****************************************************************
       6000-SEND-RESPONSE.
           EVALUATE TRUE
               WHEN WS-OUTCOME-OK
                   OR WS-OUTCOME-STATUS-ONLY
                   MOVE 200 TO WS-HTTP-STATUS
                   MOVE 'OK' TO WS-HTTP-TEXT
               WHEN WS-OUTCOME-BAD-REQUEST
                   MOVE 400 TO WS-HTTP-STATUS
                   MOVE 'Bad Request' TO WS-HTTP-TEXT
               WHEN WS-OUTCOME-FILE-ERROR
                   MOVE 503 TO WS-HTTP-STATUS
                   MOVE 'Service Unavailable' TO WS-HTTP-TEXT
               WHEN OTHER
                   MOVE 404 TO WS-HTTP-STATUS
                   MOVE 'Not Found' TO WS-HTTP-TEXT
           END-EVALUATE.
           COMPUTE WS-HTTP-TEXT-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-HTTP-TEXT)).
           EXEC CICS WEB SEND
                BODY(WS-JSON-DOC)
                LENGTH(WS-JSON-LEN)
                STATUSCODE(WS-HTTP-STATUS)
                STATUSTEXT(WS-HTTP-TEXT)
                STATUSLEN(WS-HTTP-TEXT-LEN)
                RESP(WS-RESP)
           END-EXEC.

      *****************************************************************
      * One audit record per request - who asked (userid and client   *
      * address), for which customer and account, and the outcome.    *
      *****************************************************************
       7000-WRITE-AUDIT-REC.
           MOVE WS-APPLID TO WEBAUD-REGION-ID.
           MOVE EIBTASKN TO WEBAUD-TASK-NUM.
           MOVE WS-USERID TO WEBAUD-USERID.
           MOVE WS-CLIENT-ADDR TO WEBAUD-CLIENT-ADDR.
           MOVE WS-OUTCOME TO WEBAUD-OUTCOME.
           EXEC CICS WRITE
                FILE('WEBAUD')
                FROM(WEBAUD-RECORD)
                RIDFLD(WEBAUD-KEY)
                KEYLENGTH(LENGTH OF WEBAUD-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE WS-RESP TO AFM-RESP
               EXEC CICS WRITEQ TD
                    QUEUE('CSMT')
                    FROM(WS-AUDIT-FAIL-MSG)
                    LENGTH(LENGTH OF WS-AUDIT-FAIL-MSG)
               END-EXEC
           END-IF.
