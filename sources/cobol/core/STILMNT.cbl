      *****************************************************************
      * Program:     STILMNT.CBL                                      *
      * Layer:       Screen handling                                  *
      * Function:    Teller till maintenance - lets a signed-on       *
      *              supervisor work a teller's till (TILL file) for  *
      *              today: ENTER looks it up, PF5 issues the         *
      *              opening float, PF6 records a vault transfer      *
      *              into the till or back out to the vault, and PF9  *
      *              accepts the count the teller declared at         *
      *              sign-off (SSGN PF9), closing the till.  The      *
      *              screen shows the cash the till should hold -     *
      *              float plus cash and vault in, less cash and      *
      *              vault out - against the declared count, so a     *
      *              variance is seen before the count is accepted.   *
      *              Cash in and out come from the posting screen     *
      *              (SPST) and cannot be keyed here.  A supervisor   *
      *              cannot accept the count on their own till.       *
      *              Runs pseudo-conversationally under transaction   *
      *              STIL.                                            *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           STILMNT.
       DATE-WRITTEN.
           October 2026.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *****************************************************************
      * TELLER and TILL are accessed through EXEC CICS FILE commands  *
      * against resources defined in the CSD, not through             *
      * FILE-CONTROL/FD.                                              *
      *****************************************************************
       COPY TELLER.
       COPY TILL.
       COPY TLRSGN.
       COPY TILMNT.
       COPY DFHAID.

       01  WS-RESP                                  PIC S9(8) COMP.
       01  WS-MSG                                   PIC X(79).
       01  WS-ABSTIME                                PIC S9(15) COMP-3.
       01  WS-TIME-NUM                               PIC S9(6) COMP-3.
       01  WS-TIME-DISPLAY                           PIC 9(6).
       01  WS-TODAY                                  PIC X(8).

       01  WS-VALID-SW                               PIC X VALUE 'N'.
           88  WS-INPUT-VALID                        VALUE 'Y'.

       01  WS-DIRECTION                              PIC X(1).
           88  WS-VAULT-TO-TILL                      VALUE 'I'.
           88  WS-TILL-TO-VAULT                      VALUE 'O'.
           88  WS-DIRECTION-VALID                    VALUE 'I', 'O'.

       01  WS-AMOUNT                                 PIC S9(10)V99
                                                       COMP-3.
       01  WS-EXPECTED-CASH                          PIC S9(10)V99
                                                       COMP-3.
       01  WS-VARIANCE                               PIC S9(10)V99
                                                       COMP-3.

       01  WS-CASH-ED                                PIC -(9)9.99.

       01  WS-ACCEPTED-MSG.
           05  FILLER                                PIC X(30)
               VALUE 'COUNT ACCEPTED - TILL CLOSED, '.
           05  FILLER                                PIC X(9)
               VALUE 'VARIANCE '.
           05  WS-AM-VARIANCE                        PIC X(13).

      *****************************************************************
      * The signed-on-teller queue is named for the terminal - the    *
      * sign-on transaction (SSGN) writes it and this screen reads    *
      * it back before accepting any input.  Here the occupant must   *
      * also carry supervisor authority.                              *
      *****************************************************************
       01  WS-SGN-QUEUE.
           05  FILLER                                PIC X(4)
               VALUE 'SGN '.
           05  WS-SGN-TRMID                          PIC X(4).
       01  WS-SGN-LEN                                PIC S9(4) COMP.

       01  WS-SIGNED-ON-SW                           PIC X VALUE 'N'.
           88  WS-SIGNED-ON                          VALUE 'Y'.

      *****************************************************************
      * Carried across the pseudo-conversation.                       *
      *****************************************************************
       01  WS-COMMAREA.
           05  WS-CA-MARKER                         PIC X(1).

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
      * First time in - put up a blank till screen.                   *
      *****************************************************************
       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO TILMNTO.
           EXEC CICS SEND MAP('TILMNT')
                MAPSET('TILMNTM')
                ERASE
           END-EXEC.
           EXEC CICS RETURN
                TRANSID('STIL')
                COMMAREA(WS-COMMAREA)
           END-EXEC.

      *****************************************************************
      * Returning from a previous screen - work out which key the     *
      * supervisor pressed and act on it.  Nothing but PF3 is         *
      * honoured until a supervisor is signed on at this terminal.    *
      *****************************************************************
       2000-PROCESS-AID.
           IF EIBAID = DFHPF3
               EXEC CICS RETURN
               END-EXEC
           END-IF.
           PERFORM 1300-GET-SIGNED-ON.
           EVALUATE TRUE
               WHEN NOT WS-SIGNED-ON
                   MOVE 'SIGN ON FIRST - TRANSACTION SSGN' TO WS-MSG
                   PERFORM 5000-RESEND-MAP
               WHEN NOT SGN-IS-SUPERVISOR
                   MOVE 'SUPERVISOR AUTHORITY REQUIRED' TO WS-MSG
                   PERFORM 5000-RESEND-MAP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 1400-GET-TODAY.
           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 2100-RECEIVE-AND-LOOKUP
               WHEN DFHPF5
                   PERFORM 2200-RECEIVE-AND-ISSUE-FLOAT
               WHEN DFHPF6
                   PERFORM 2300-RECEIVE-AND-TRANSFER
               WHEN DFHPF9
                   PERFORM 2400-RECEIVE-AND-ACCEPT
               WHEN OTHER
                   MOVE
                   'INVALID KEY - USE ENTER, PF5, PF6, PF9 OR PF3'
                       TO WS-MSG
                   PERFORM 5000-RESEND-MAP
           END-EVALUATE.

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
      * Tills are kept by the date the posting screen stamps on its   *
      * movements, so this screen works today's till the same way.    *
      *****************************************************************
       1400-GET-TODAY.
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
                TIME(WS-TIME-NUM)
           END-EXEC.
           MOVE WS-TIME-NUM TO WS-TIME-DISPLAY.

      *****************************************************************
      * Look up the keyed teller's till for today so the supervisor   *
      * can see where it stands before acting on it.                  *
      *****************************************************************
       2100-RECEIVE-AND-LOOKUP.
           EXEC CICS RECEIVE MAP('TILMNT')
                MAPSET('TILMNTM')
                INTO(TILMNTI)
           END-EXEC.
           IF TELLIDL = 0
               MOVE 'ENTER A TELLER ID' TO WS-MSG
           ELSE
               PERFORM 2110-READ-TILL
               EVALUATE TRUE
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       PERFORM 4100-CLEAR-TILL-FIELDS
                       MOVE 'NO TILL TODAY - PF5 ISSUES A FLOAT'
                           TO WS-MSG
                   WHEN TILL-OPEN
                       PERFORM 4000-BUILD-MAP-FROM-TILL
                       MOVE 'TILL OPEN - PF6 FOR A VAULT TRANSFER'
                           TO WS-MSG
                   WHEN TILL-DECLARED
                       PERFORM 4000-BUILD-MAP-FROM-TILL
                       MOVE 'COUNT DECLARED - PF9 ACCEPTS IT' TO WS-MSG
                   WHEN OTHER
                       PERFORM 4000-BUILD-MAP-FROM-TILL
                       MOVE 'TILL CLOSED - COUNT ACCEPTED' TO WS-MSG
               END-EVALUATE
           END-IF.
           PERFORM 5000-RESEND-MAP.

       2110-READ-TILL.
           MOVE TELLIDI TO TILL-TELLER-ID.
           MOVE WS-TODAY TO TILL-DATE.
           EXEC CICS READ
                FILE('TILL')
                INTO(TILL-RECORD)
                RIDFLD(TILL-KEY)
                KEYLENGTH(LENGTH OF TILL-KEY)
                RESP(WS-RESP)
           END-EXEC.

       2120-READ-TILL-FOR-UPDATE.
           MOVE TELLIDI TO TILL-TELLER-ID.
           MOVE WS-TODAY TO TILL-DATE.
           EXEC CICS READ
                FILE('TILL')
                INTO(TILL-RECORD)
                RIDFLD(TILL-KEY)
                KEYLENGTH(LENGTH OF TILL-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

      *****************************************************************
      * PF5 - issue the opening float.  The keyed teller must be an   *
      * active operator.  A till the posting screen has already       *
      * opened at zero (cash moved before the float was recorded)     *
      * takes the float as long as none has been issued and the       *
      * teller has not declared yet.                                  *
      *****************************************************************
       2200-RECEIVE-AND-ISSUE-FLOAT.
           EXEC CICS RECEIVE MAP('TILMNT')
                MAPSET('TILMNTM')
                INTO(TILMNTI)
           END-EXEC.
           PERFORM 2210-VALIDATE-FLOAT.
           IF WS-INPUT-VALID
               PERFORM 2120-READ-TILL-FOR-UPDATE
               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NOTFND)
                       PERFORM 2230-WRITE-NEW-TILL
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'TILL FILE UNAVAILABLE - SEE RESP CODE'
                           TO WS-MSG
                   WHEN TILL-FLOAT-BY NOT = SPACES
                       MOVE 'FLOAT ALREADY ISSUED - PF6 FOR A TRANSFER'
                           TO WS-MSG
                   WHEN NOT TILL-OPEN
                       MOVE 'TILL IS NO LONGER OPEN - NO FLOAT NOW'
                           TO WS-MSG
                   WHEN OTHER
                       MOVE WS-AMOUNT TO TILL-OPENING-FLOAT
                       MOVE SGN-TELLER-ID TO TILL-FLOAT-BY
                       PERFORM 2240-REWRITE-TILL
                       IF WS-RESP = DFHRESP(NORMAL)
                           MOVE 'OPENING FLOAT ISSUED' TO WS-MSG
                       END-IF
               END-EVALUATE
           END-IF.
           PERFORM 5000-RESEND-MAP.

       2210-VALIDATE-FLOAT.
           MOVE 'N' TO WS-VALID-SW.
           EVALUATE TRUE
               WHEN TELLIDL = 0
                   MOVE 'ENTER A TELLER ID' TO WS-MSG
               WHEN TAMTL = 0
                   MOVE 'ENTER THE FLOAT AMOUNT' TO WS-MSG
               WHEN FUNCTION TEST-NUMVAL(TAMTI) NOT = 0
                   MOVE 'THE AMOUNT IS NOT NUMERIC' TO WS-MSG
               WHEN OTHER
                   COMPUTE WS-AMOUNT = FUNCTION NUMVAL(TAMTI)
                   IF WS-AMOUNT < 0
                       MOVE 'THE FLOAT CANNOT BE NEGATIVE' TO WS-MSG
                   ELSE
                       PERFORM 2220-CHECK-TELLER
                   END-IF
           END-EVALUATE.

       2220-CHECK-TELLER.
           MOVE TELLIDI TO TELL-ID.
           EXEC CICS READ
                FILE('TELLER')
                INTO(TELLER-RECORD)
                RIDFLD(TELL-ID)
                KEYLENGTH(LENGTH OF TELL-ID)
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'TELLER ID NOT ON FILE' TO WS-MSG
               WHEN NOT TELL-ACTIVE
                   MOVE 'TELLER ID IS REVOKED' TO WS-MSG
               WHEN OTHER
                   SET WS-INPUT-VALID TO TRUE
           END-EVALUATE.

       2230-WRITE-NEW-TILL.
           MOVE SPACES TO TILL-RECORD.
           MOVE TELLIDI TO TILL-TELLER-ID.
           MOVE WS-TODAY TO TILL-DATE.
           SET TILL-OPEN TO TRUE.
           MOVE WS-AMOUNT TO TILL-OPENING-FLOAT.
           MOVE 0 TO TILL-CASH-IN.
           MOVE 0 TO TILL-CASH-OUT.
           MOVE 0 TO TILL-VAULT-IN.
           MOVE 0 TO TILL-VAULT-OUT.
           MOVE 0 TO TILL-DECLARED-CASH.
           MOVE SGN-TELLER-ID TO TILL-FLOAT-BY.
           EXEC CICS WRITE
                FILE('TILL')
                FROM(TILL-RECORD)
                RIDFLD(TILL-KEY)
                KEYLENGTH(LENGTH OF TILL-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 4000-BUILD-MAP-FROM-TILL
               MOVE 'TILL OPENED WITH THE FLOAT ISSUED' TO WS-MSG
           ELSE
               MOVE 'CREATE FAILED - SEE RESP CODE' TO WS-MSG
           END-IF.

       2240-REWRITE-TILL.
           EXEC CICS REWRITE
                FILE('TILL')
                FROM(TILL-RECORD)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 4000-BUILD-MAP-FROM-TILL
           ELSE
               MOVE 'UPDATE FAILED - SEE RESP CODE' TO WS-MSG
           END-IF.

      *****************************************************************
      * PF6 - a vault transfer into the till (I) or back out to the   *
      * vault (O), while the till is open.  Cash cannot go back to    *
      * the vault beyond what the till should be holding.             *
      *****************************************************************
       2300-RECEIVE-AND-TRANSFER.
           EXEC CICS RECEIVE MAP('TILMNT')
                MAPSET('TILMNTM')
                INTO(TILMNTI)
           END-EXEC.
           PERFORM 2310-VALIDATE-TRANSFER.
           IF WS-INPUT-VALID
               PERFORM 2120-READ-TILL-FOR-UPDATE
               EVALUATE TRUE
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'NO TILL TODAY - PF5 ISSUES A FLOAT'
                           TO WS-MSG
                   WHEN NOT TILL-OPEN
                       MOVE 'TILL IS NO LONGER OPEN - NO TRANSFER NOW'
                           TO WS-MSG
                   WHEN OTHER
                       PERFORM 2320-APPLY-TRANSFER
               END-EVALUATE
           END-IF.
           PERFORM 5000-RESEND-MAP.

       2310-VALIDATE-TRANSFER.
           MOVE 'N' TO WS-VALID-SW.
           MOVE TDIRI TO WS-DIRECTION.
           EVALUATE TRUE
               WHEN TELLIDL = 0
                   MOVE 'ENTER A TELLER ID' TO WS-MSG
               WHEN TAMTL = 0
                   MOVE 'ENTER THE TRANSFER AMOUNT' TO WS-MSG
               WHEN TDIRL = 0
                   MOVE 'ENTER THE DIRECTION - I OR O' TO WS-MSG
               WHEN NOT WS-DIRECTION-VALID
                   MOVE 'DIRECTION MUST BE I OR O' TO WS-MSG
               WHEN FUNCTION TEST-NUMVAL(TAMTI) NOT = 0
                   MOVE 'THE AMOUNT IS NOT NUMERIC' TO WS-MSG
               WHEN OTHER
                   COMPUTE WS-AMOUNT = FUNCTION NUMVAL(TAMTI)
                   IF WS-AMOUNT NOT > 0
                       MOVE 'AMOUNT MUST BE GREATER THAN ZERO'
                           TO WS-MSG
                   ELSE
                       SET WS-INPUT-VALID TO TRUE
                   END-IF
           END-EVALUATE.

       2320-APPLY-TRANSFER.
           PERFORM 4200-COMPUTE-EXPECTED.
           IF WS-TILL-TO-VAULT
               AND WS-AMOUNT > WS-EXPECTED-CASH
               MOVE 'TILL DOES NOT HOLD THAT MUCH CASH' TO WS-MSG
           ELSE
               IF WS-VAULT-TO-TILL
                   ADD WS-AMOUNT TO TILL-VAULT-IN
               ELSE
                   ADD WS-AMOUNT TO TILL-VAULT-OUT
               END-IF
               PERFORM 2240-REWRITE-TILL
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'VAULT TRANSFER RECORDED' TO WS-MSG
               END-IF
           END-IF.

      *****************************************************************
      * PF9 - accept the count the teller declared at sign-off and    *
      * close the till.  The count is the teller's own; accepting     *
      * it is a second person's check, so nobody accepts their own.   *
      *****************************************************************
       2400-RECEIVE-AND-ACCEPT.
           EXEC CICS RECEIVE MAP('TILMNT')
                MAPSET('TILMNTM')
                INTO(TILMNTI)
           END-EXEC.
           EVALUATE TRUE
               WHEN TELLIDL = 0
                   MOVE 'ENTER A TELLER ID' TO WS-MSG
               WHEN TELLIDI = SGN-TELLER-ID
                   MOVE 'YOU CANNOT ACCEPT YOUR OWN COUNT' TO WS-MSG
               WHEN OTHER
                   PERFORM 2410-ACCEPT-COUNT
           END-EVALUATE.
           PERFORM 5000-RESEND-MAP.

       2410-ACCEPT-COUNT.
           PERFORM 2120-READ-TILL-FOR-UPDATE.
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'NO TILL TODAY FOR THIS TELLER' TO WS-MSG
               WHEN TILL-OPEN
                   MOVE 'TELLER HAS NOT DECLARED A COUNT YET' TO WS-MSG
               WHEN TILL-CLOSED
                   MOVE 'COUNT ALREADY ACCEPTED' TO WS-MSG
               WHEN OTHER
                   SET TILL-CLOSED TO TRUE
                   MOVE SGN-TELLER-ID TO TILL-ACCEPTED-BY
                   MOVE WS-TIME-DISPLAY TO TILL-ACCEPTED-TIME
                   PERFORM 2240-REWRITE-TILL
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE WS-VARIANCE TO WS-CASH-ED
                       MOVE WS-CASH-ED TO WS-AM-VARIANCE
                       MOVE WS-ACCEPTED-MSG TO WS-MSG
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * Move the till just read or written into the map's output      *
      * fields.  The variance only means something once a count has   *
      * been declared.                                                *
      *****************************************************************
       4000-BUILD-MAP-FROM-TILL.
           MOVE LOW-VALUES TO TILMNTO.
           MOVE TILL-TELLER-ID TO TELLIDO.
           MOVE TILL-DATE TO TDATEO.
           EVALUATE TRUE
               WHEN TILL-OPEN
                   MOVE 'OPEN     ' TO TSTATO
               WHEN TILL-DECLARED
                   MOVE 'DECLARED ' TO TSTATO
               WHEN OTHER
                   MOVE 'CLOSED   ' TO TSTATO
           END-EVALUATE.
           MOVE TILL-OPENING-FLOAT TO WS-CASH-ED.
           MOVE WS-CASH-ED TO FLOATO.
           MOVE TILL-CASH-IN TO WS-CASH-ED.
           MOVE WS-CASH-ED TO CASHINO.
           MOVE TILL-CASH-OUT TO WS-CASH-ED.
           MOVE WS-CASH-ED TO CASHOUTO.
           MOVE TILL-VAULT-IN TO WS-CASH-ED.
           MOVE WS-CASH-ED TO VLTINO.
           MOVE TILL-VAULT-OUT TO WS-CASH-ED.
           MOVE WS-CASH-ED TO VLTOUTO.
           PERFORM 4200-COMPUTE-EXPECTED.
           MOVE WS-EXPECTED-CASH TO WS-CASH-ED.
           MOVE WS-CASH-ED TO EXPECTO.
           IF TILL-OPEN
               MOVE SPACES TO DECLO
               MOVE SPACES TO VARNCO
           ELSE
               MOVE TILL-DECLARED-CASH TO WS-CASH-ED
               MOVE WS-CASH-ED TO DECLO
               MOVE WS-VARIANCE TO WS-CASH-ED
               MOVE WS-CASH-ED TO VARNCO
           END-IF.
           MOVE TILL-FLOAT-BY TO FLTBYO.
           MOVE TILL-ACCEPTED-BY TO ACCBYO.

       4100-CLEAR-TILL-FIELDS.
           MOVE LOW-VALUES TO TILMNTO.
           MOVE WS-TODAY TO TDATEO.
           MOVE SPACES TO TSTATO.
           MOVE SPACES TO FLOATO.
           MOVE SPACES TO CASHINO.
           MOVE SPACES TO CASHOUTO.
           MOVE SPACES TO VLTINO.
           MOVE SPACES TO VLTOUTO.
           MOVE SPACES TO EXPECTO.
           MOVE SPACES TO DECLO.
           MOVE SPACES TO VARNCO.
           MOVE SPACES TO FLTBYO.
           MOVE SPACES TO ACCBYO.

      *****************************************************************
      * The cash the till should hold, and the declared count's       *
      * difference from it - positive is an overage, negative a       *
      * shortage.  The same sums the nightly variance report makes.   *
      *****************************************************************
       4200-COMPUTE-EXPECTED.
           COMPUTE WS-EXPECTED-CASH =
               TILL-OPENING-FLOAT + TILL-CASH-IN + TILL-VAULT-IN
               - TILL-CASH-OUT - TILL-VAULT-OUT.
           COMPUTE WS-VARIANCE =
               TILL-DECLARED-CASH - WS-EXPECTED-CASH.

      *****************************************************************
      * Show whatever is currently in the map (the till, the result   *
      * of a function, or an error message) and wait for the next     *
      * key press.                                                    *
      *****************************************************************
       5000-RESEND-MAP.
           MOVE WS-MSG TO MSGO.
           EXEC CICS SEND MAP('TILMNT')
                MAPSET('TILMNTM')
                DATAONLY
           END-EXEC.
           EXEC CICS RETURN
                TRANSID('STIL')
                COMMAREA(WS-COMMAREA)
           END-EXEC.
