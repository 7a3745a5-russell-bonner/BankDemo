      *****************************************************************
      * Program:     STRNCOR.CBL                                      *
      * Layer:       Screen handling                                  *
      * Function:    Movement correction - a supervisor marks a       *
      *              movement with S on the transaction history       *
      *              browse (STRN) and is brought here with its       *
      *              PROCTRAN key.  The movement is shown, and once   *
      *              a reason is keyed PF5 posts a linked reversal:   *
      *              a REV movement of the opposite sign whose        *
      *              description names the original's type and key,   *
      *              with ACCT-BALANCE and ACCT-AVAILABLE-BALANCE     *
      *              put back in the same unit of work.  A transfer   *
      *              is always reversed whole - the other leg is      *
      *              found through the account and reference its      *
      *              description carries, and both legs come back     *
      *              together.  A check deposit still under its       *
      *              clearing hold has the hold released with it.     *
      *              Every reversed movement gets a PROCREV link      *
      *              record, keyed by the original's PROCTRAN key,    *
      *              so a movement can only ever be reversed once;    *
      *              the daily corrections report (BCORRPT) lists     *
      *              the links.  Returned checks keep to the CHR      *
      *              route on the posting screen and are not          *
      *              corrected here.  Only a signed-on supervisor may *
      *              correct, and never a movement they posted        *
      *              themselves.  A cash deposit or withdrawal        *
      *              reversed comes off the cash in or out of the     *
      *              posting teller's till for the day, so the till   *
      *              expects the cash the corrected ledger says it    *
      *              holds.  Runs pseudo-conversationally under       *
      *              transaction SCOR.                                *
      *                                                               *
      * Modification history:                                         *
      *   A transfer out of a fixed-term deposit before maturity      *
      *   carries a third movement - the early-withdrawal penalty     *
      *   (PEN) on the from account, one sequence number up from the  *
      *   from leg.  Correcting such a transfer now finds the penalty *
      *   too and refunds it in the same unit of work, so a transfer  *
      *   that is undone leaves no charge behind for it.              *
      *   The same applies to a counter withdrawal taken early from a *
      *   fixed-term deposit on the posting screen (SPST): its PEN    *
      *   movement, one sequence number up from the withdrawal, is    *
      *   refunded along with it.                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           STRNCOR.
       DATE-WRITTEN.
           October 2026.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *****************************************************************
      * ACCOUNT, PROCTRAN, PROCREV, HOLDS and TILL are accessed       *
      * through EXEC CICS FILE commands against resources defined in  *
      * the CSD, not through FILE-CONTROL/FD.                         *
      *****************************************************************
       COPY ACCOUNT.
       COPY PROCTRAN.
       COPY PROCREV.
       COPY HOLDS.
       COPY TILL.
       COPY TLRSGN.
       COPY TRNCOR.
       COPY DFHAID.

      *****************************************************************
      * Every account at this branch shares the same sort code.       *
      *****************************************************************
       01  WS-SORT-CODE                             PIC 9(6)
           VALUE 987654.

       01  WS-RESP                                  PIC S9(8) COMP.
       01  WS-ABSTIME                                PIC S9(15) COMP-3.
       01  WS-TIME-NUM                               PIC S9(6) COMP-3.
       01  WS-TIME-DISPLAY                           PIC 9(6).
       01  WS-MSG                                   PIC X(79).

       01  WS-SEQ                                    PIC 9(4).
       01  WS-POST-DATE                              PIC X(8).
       01  WS-POST-TIME                              PIC X(6).
       01  WS-REASON                                 PIC X(30).

       01  WS-FOUND-SW                               PIC X VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.

       01  WS-ELIGIBLE-SW                            PIC X VALUE 'N'.
           88  WS-ELIGIBLE                           VALUE 'Y'.

       01  WS-AUTHORISED-SW                          PIC X VALUE 'N'.
           88  WS-AUTHORISED                         VALUE 'Y'.

       01  WS-OTHER-LEG-SW                           PIC X VALUE 'N'.
           88  WS-HAS-OTHER-LEG                      VALUE 'Y'.

       01  WS-PENALTY-LEG-SW                         PIC X VALUE 'N'.
           88  WS-HAS-PENALTY-LEG                    VALUE 'Y'.

      *****************************************************************
      * The selected movement, the other leg when it is a transfer,   *
      * the transfer's early-withdrawal penalty when it carried one,  *
      * and the leg being reversed at the moment - all one shape, so  *
      * any movement can be moved into the work leg whole.            *
      *****************************************************************
       01  WS-ORIG-MOVEMENT.
           05  WS-OM-KEY.
               10  WS-OM-SORT-CODE                  PIC 9(6).
               10  WS-OM-ACCT-NUMBER                PIC 9(8).
               10  WS-OM-DATE                       PIC X(8).
               10  WS-OM-TIME                       PIC X(6).
               10  WS-OM-SEQ                        PIC 9(4).
           05  WS-OM-TYPE-CODE                      PIC X(3).
               88  WS-OM-CORRECTABLE                VALUE 'DEP',
                                                          'WDL',
                                                          'CHQ',
                                                          'TFR'.
               88  WS-OM-IS-TRANSFER                VALUE 'TFR'.
               88  WS-OM-IS-WITHDRAWAL              VALUE 'WDL'.
               88  WS-OM-IS-CHECK                   VALUE 'CHQ'.
           05  WS-OM-AMOUNT                         PIC S9(10)V99
                                                      COMP-3.
           05  WS-OM-DESCRIPTION                    PIC X(40).
           05  WS-OM-TELLER-ID                      PIC X(4).

       01  WS-OTHER-LEG.
           05  WS-OL-KEY.
               10  WS-OL-SORT-CODE                  PIC 9(6).
               10  WS-OL-ACCT-NUMBER                PIC 9(8).
               10  WS-OL-DATE                       PIC X(8).
               10  WS-OL-TIME                       PIC X(6).
               10  WS-OL-SEQ                        PIC 9(4).
           05  WS-OL-TYPE-CODE                      PIC X(3).
           05  WS-OL-AMOUNT                         PIC S9(10)V99
                                                      COMP-3.
           05  WS-OL-DESCRIPTION                    PIC X(40).
           05  WS-OL-TELLER-ID                      PIC X(4).

       01  WS-PENALTY-LEG.
           05  WS-PL-KEY.
               10  WS-PL-SORT-CODE                  PIC 9(6).
               10  WS-PL-ACCT-NUMBER                PIC 9(8).
               10  WS-PL-DATE                       PIC X(8).
               10  WS-PL-TIME                       PIC X(6).
               10  WS-PL-SEQ                        PIC 9(4).
           05  WS-PL-TYPE-CODE                      PIC X(3).
           05  WS-PL-AMOUNT                         PIC S9(10)V99
                                                      COMP-3.
           05  WS-PL-DESCRIPTION                    PIC X(40).
           05  WS-PL-TELLER-ID                      PIC X(4).

       01  WS-LEG.
           05  WS-LG-KEY.
               10  WS-LG-SORT-CODE                  PIC 9(6).
               10  WS-LG-ACCT-NUMBER                PIC 9(8).
               10  WS-LG-DATE                       PIC X(8).
               10  WS-LG-TIME                       PIC X(6).
               10  WS-LG-SEQ                        PIC 9(4).
           05  WS-LG-TYPE-CODE                      PIC X(3).
               88  WS-LG-IS-CHECK                   VALUE 'CHQ'.
           05  WS-LG-AMOUNT                         PIC S9(10)V99
                                                      COMP-3.
           05  WS-LG-DESCRIPTION                    PIC X(40).
           05  WS-LG-TELLER-ID                      PIC X(4).

       01  WS-REV-AMOUNT                             PIC S9(10)V99
                                                       COMP-3.
       01  WS-FIRST-NEW-BALANCE                      PIC S9(10)V99
                                                       COMP-3.

      *****************************************************************
      * The transfer screen (STFR) lays both legs' descriptions out   *
      * as 'TFR ' + the shared reference + direction + the other      *
      * account - this view picks the other account and the           *
      * reference back out.                                           *
      *****************************************************************
       01  WS-TFR-DESC-VIEW.
           05  FILLER                                PIC X(4).
           05  WS-TV-REF                             PIC X(16).
           05  WS-TV-DIRECTION                       PIC X(6).
           05  WS-TV-OTHER-ACCT                      PIC X(8).
           05  FILLER                                PIC X(6).

       01  WS-OTHER-ACCT-NUM                         PIC 9(8).

      *****************************************************************
      * The transfer screen describes an early-withdrawal penalty as  *
      * 'EARLY WITHDRAWAL PENALTY OVR BY ' + the supervisor's id.     *
      *****************************************************************
       01  WS-PEN-DESC-TEXT                          PIC X(24)
           VALUE 'EARLY WITHDRAWAL PENALTY'.

      *****************************************************************
      * The posting screen (SPST) describes a check deposit as        *
      * 'CHECK DEPOSIT HOLD ' + the hold reference.                   *
      *****************************************************************
       01  WS-CHQ-DESC-VIEW.
           05  WS-CV-TEXT                            PIC X(19).
           05  WS-CV-REF                             PIC X(4).
           05  FILLER                                PIC X(17).

       01  WS-HOLD-REF                               PIC 9(4).
       01  WS-ACTIVE-HOLDS-TOTAL                     PIC S9(10)V99
                                                       COMP-3.

       01  WS-BROWSE-EOF-SW                          PIC X VALUE 'N'.
           88  WS-BROWSE-EOF                         VALUE 'Y'.

       01  WS-BROWSE-OPEN-SW                         PIC X VALUE 'N'.
           88  WS-BROWSE-OPEN                        VALUE 'Y'.

       01  WS-BROWSE-KEY.
           05  WS-BK-SORT-CODE                      PIC 9(6).
           05  WS-BK-ACCT-NUMBER                    PIC 9(8).
           05  WS-BK-REF                            PIC 9(4).

      *****************************************************************
      * The reversing movement names the movement it takes back:      *
      * its type code and its date/time/seq on the same account.      *
      *****************************************************************
       01  WS-REV-DESC.
           05  FILLER                                PIC X(12)
               VALUE 'REVERSAL OF '.
           05  WS-RD-TYPE                            PIC X(3).
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  WS-RD-DATE                            PIC X(8).
           05  FILLER                                PIC X(1)
               VALUE '/'.
           05  WS-RD-TIME                            PIC X(6).
           05  FILLER                                PIC X(1)
               VALUE '/'.
           05  WS-RD-SEQ                             PIC 9(4).

       01  WS-ALREADY-MSG.
           05  FILLER                                PIC X(20)
               VALUE 'ALREADY REVERSED ON '.
           05  WS-AM-DATE                            PIC X(8).
           05  FILLER                                PIC X(4)
               VALUE ' BY '.
           05  WS-AM-SUP                             PIC X(4).
           05  FILLER                                PIC X(9)
               VALUE ' - ACCT '.
           05  WS-AM-ACCT                            PIC 9(8).

       01  WS-CLOSED-MSG.
           05  FILLER                                PIC X(8)
               VALUE 'ACCOUNT '.
           05  WS-CM-ACCT                            PIC 9(8).
           05  FILLER                                PIC X(23)
               VALUE ' IS CLOSED - BACKED OUT'.

       01  WS-AMOUNT-ED                              PIC -(9)9.99.
       01  WS-BALNCE-ED                              PIC -(9)9.99.

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
      * Handed back to STRNBRW on PF4 - the marker tells it an        *
      * account is being passed in, the same way the inquiry does.    *
      *****************************************************************
       01  WS-HIST-COMMAREA.
           05  WS-HC-MARKER                          PIC X(1)
               VALUE 'S'.
           05  WS-HC-ACCT                            PIC 9(8).

      *****************************************************************
      * Carried across the pseudo-conversation: the account and the   *
      * date/time/seq of the movement under correction.               *
      *****************************************************************
       01  WS-COMMAREA.
           05  WS-CA-MARKER                         PIC X(1)
               VALUE SPACE.
           05  WS-CA-ACCT                            PIC 9(8)
               VALUE 0.
           05  WS-CA-KEY                             PIC X(18)
               VALUE SPACES.

      *****************************************************************
      * Set when the screen being sent replaces another transaction's *
      * screen (the hand-off from the history browse), so the map     *
      * goes out with ERASE instead of DATAONLY.                      *
      *****************************************************************
       01  WS-SEND-ERASE-SW                          PIC X VALUE 'N'.
           88  WS-SEND-ERASE                         VALUE 'Y'.

       LINKAGE SECTION.
      *****************************************************************
      * On a hand-off from the history browse the marker is 'S' and   *
      * the account and key are those of the selected row; a normal   *
      * SCOR turnaround passes the same fields back.                  *
      *****************************************************************
       01  DFHCOMMAREA.
           05  LK-CA-MARKER                          PIC X(1).
           05  LK-CA-ACCT                            PIC 9(8).
           05  LK-CA-KEY                             PIC X(18).

       PROCEDURE DIVISION.

       0000-MAIN.
           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   PERFORM 1100-SEND-INITIAL-MAP
               WHEN LK-CA-MARKER = 'S'
                   PERFORM 1500-SELECTED-MOVEMENT
               WHEN OTHER
                   MOVE LK-CA-ACCT TO WS-CA-ACCT
                   MOVE LK-CA-KEY TO WS-CA-KEY
                   PERFORM 2000-PROCESS-AID
           END-EVALUATE.
           GOBACK.

      *****************************************************************
      * First time in without a selection - there is nothing to       *
      * correct until a movement is picked on the history browse.     *
      *****************************************************************
       1100-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO TRNCORO.
           MOVE 'SELECT A MOVEMENT WITH S ON THE HISTORY BROWSE (STRN)'
               TO MSGO.
           EXEC CICS SEND MAP('TRNCOR')
                MAPSET('TRNCORM')
                ERASE
           END-EXEC.
           EXEC CICS RETURN
                TRANSID('SCOR')
                COMMAREA(WS-COMMAREA)
           END-EXEC.

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
      * The history browse handed a movement straight in - show it,   *
      * painting the full map over the browse.  From here the         *
      * conversation continues as a normal SCOR turnaround.           *
      *****************************************************************
       1500-SELECTED-MOVEMENT.
           MOVE SPACE TO WS-CA-MARKER.
           SET WS-SEND-ERASE TO TRUE.
           MOVE LK-CA-ACCT TO WS-CA-ACCT.
           MOVE LK-CA-KEY TO WS-CA-KEY.
           MOVE LOW-VALUES TO TRNCORO.
           MOVE WS-CA-ACCT TO ACCTNOO.
           PERFORM 2050-CHECK-AUTHORITY.
           IF WS-AUTHORISED
               PERFORM 2100-SHOW-MOVEMENT
           END-IF.
           PERFORM 5000-RESEND-MAP.

      *****************************************************************
      * Returning from a previous screen - work out which key the     *
      * supervisor pressed and act on it.  Nothing but PF3 and PF4    *
      * is honoured until a supervisor is signed on at this terminal. *
      *****************************************************************
       2000-PROCESS-AID.
           IF EIBAID = DFHPF3
               EXEC CICS RETURN
               END-EXEC
           END-IF.
           IF EIBAID = DFHPF4
               PERFORM 2400-CHAIN-TO-HISTORY
           END-IF.
           PERFORM 2050-CHECK-AUTHORITY.
           IF NOT WS-AUTHORISED
               PERFORM 5000-RESEND-MAP
           END-IF.
           IF WS-CA-ACCT = 0
               MOVE
               'SELECT A MOVEMENT WITH S ON THE HISTORY BROWSE (STRN)'
                   TO WS-MSG
               PERFORM 5000-RESEND-MAP
           END-IF.
           EVALUATE EIBAID
               WHEN DFHENTER
                   MOVE LOW-VALUES TO TRNCORO
                   PERFORM 2100-SHOW-MOVEMENT
                   PERFORM 5000-RESEND-MAP
               WHEN DFHPF5
                   PERFORM 2200-RECEIVE-AND-REVERSE
               WHEN OTHER
                   MOVE 'INVALID KEY - USE ENTER, PF4, PF5 OR PF3'
                       TO WS-MSG
                   PERFORM 5000-RESEND-MAP
           END-EVALUATE.

      *****************************************************************
      * Corrections are a supervisor's job - the terminal must be     *
      * signed on, and by someone carrying supervisor authority.      *
      *****************************************************************
       2050-CHECK-AUTHORITY.
           MOVE 'N' TO WS-AUTHORISED-SW.
           PERFORM 1300-GET-SIGNED-ON.
           EVALUATE TRUE
               WHEN NOT WS-SIGNED-ON
                   MOVE 'SIGN ON FIRST - TRANSACTION SSGN' TO WS-MSG
               WHEN NOT SGN-IS-SUPERVISOR
                   MOVE 'CORRECTIONS NEED SUPERVISOR AUTHORITY'
                       TO WS-MSG
               WHEN OTHER
                   SET WS-AUTHORISED TO TRUE
           END-EVALUATE.

      *****************************************************************
      * ENTER (and the hand-off) - re-read the movement and show it,  *
      * with whatever would stop it being reversed.                   *
      *****************************************************************
       2100-SHOW-MOVEMENT.
           PERFORM 2500-READ-ORIGINAL.
           IF WS-FOUND
               PERFORM 4000-BUILD-MAP
               PERFORM 2600-CHECK-ELIGIBLE
               IF WS-ELIGIBLE
                   MOVE 'KEY A REASON - PF5 POSTS THE REVERSAL'
                       TO WS-MSG
               END-IF
           END-IF.

      *****************************************************************
      * PF5 - everything is proved again from the files (the         *
      * movement may have been reversed from another terminal since   *
      * it was shown) before the reversal is posted.                  *
      *****************************************************************
       2200-RECEIVE-AND-REVERSE.
           EXEC CICS RECEIVE MAP('TRNCOR')
                MAPSET('TRNCORM')
                INTO(TRNCORI)
           END-EXEC.
           IF REASONL = 0
               MOVE 'KEY THE REASON FOR THE CORRECTION' TO WS-MSG
           ELSE
               MOVE REASONI TO WS-REASON
               PERFORM 2500-READ-ORIGINAL
               IF WS-FOUND
                   PERFORM 2600-CHECK-ELIGIBLE
                   IF WS-ELIGIBLE
                       PERFORM 3000-POST-REVERSAL
                   END-IF
               END-IF
           END-IF.
           PERFORM 5000-RESEND-MAP.

      *****************************************************************
      * PF4 - hand the account back to the history browse, which      *
      * paints its newest movements (the reversal among them) over    *
      * this screen.                                                  *
      *****************************************************************
       2400-CHAIN-TO-HISTORY.
           IF WS-CA-ACCT = 0
               EXEC CICS XCTL
                    PROGRAM('STRNBRW')
               END-EXEC
           ELSE
               MOVE WS-CA-ACCT TO WS-HC-ACCT
               EXEC CICS XCTL
                    PROGRAM('STRNBRW')
                    COMMAREA(WS-HIST-COMMAREA)
               END-EXEC
           END-IF.

      *****************************************************************
      * Read the selected movement by its full PROCTRAN key and keep  *
      * a copy - PROCTRAN-RECORD is reused for the other leg and for  *
      * the reversing movements.                                      *
      *****************************************************************
       2500-READ-ORIGINAL.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE WS-SORT-CODE TO PROCT-SORT-CODE.
           MOVE WS-CA-ACCT TO PROCT-ACCT-NUMBER.
           MOVE WS-CA-KEY(1:8) TO PROCT-DATE.
           MOVE WS-CA-KEY(9:6) TO PROCT-TIME.
           MOVE WS-CA-KEY(15:4) TO PROCT-SEQ.
           EXEC CICS READ
                FILE('PROCTRAN')
                INTO(PROCTRAN-RECORD)
                RIDFLD(PROCTRAN-KEY)
                KEYLENGTH(LENGTH OF PROCTRAN-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-FOUND TO TRUE
               MOVE PROCTRAN-KEY TO WS-OM-KEY
               MOVE PROCT-TYPE-CODE TO WS-OM-TYPE-CODE
               MOVE PROCT-AMOUNT TO WS-OM-AMOUNT
               MOVE PROCT-DESCRIPTION TO WS-OM-DESCRIPTION
               MOVE PROCT-TELLER-ID TO WS-OM-TELLER-ID
           ELSE
               MOVE 'MOVEMENT IS NO LONGER ON FILE' TO WS-MSG
           END-IF.

      *****************************************************************
      * Everything that stops a movement being reversed.  Only the    *
      * counter movements a teller keys can be corrected here; the    *
      * batch jobs' own movements are put right by their own runs.    *
      * A supervisor may not correct their own posting - the same     *
      * rule as the posting screen's override.                        *
      *****************************************************************
       2600-CHECK-ELIGIBLE.
           MOVE 'N' TO WS-ELIGIBLE-SW.
           MOVE 'N' TO WS-OTHER-LEG-SW.
           MOVE 'N' TO WS-PENALTY-LEG-SW.
           EVALUATE TRUE
               WHEN WS-OM-TYPE-CODE = 'REV'
                   MOVE 'A REVERSAL CANNOT ITSELF BE REVERSED'
                       TO WS-MSG
               WHEN WS-OM-TYPE-CODE = 'CHR'
                   MOVE 'RETURNED CHECKS ARE NOT CORRECTED HERE'
                       TO WS-MSG
               WHEN NOT WS-OM-CORRECTABLE
                   MOVE
                   'ONLY DEP, WDL, CHQ AND TFR CAN BE CORRECTED'
                       TO WS-MSG
               WHEN WS-OM-TELLER-ID = SGN-TELLER-ID
                   MOVE 'YOU CANNOT CORRECT YOUR OWN POSTING'
                       TO WS-MSG
               WHEN OTHER
                   SET WS-ELIGIBLE TO TRUE
                   MOVE WS-OM-KEY TO REV-ORIG-KEY
                   PERFORM 2610-CHECK-NOT-REVERSED
                   IF WS-ELIGIBLE
                       AND WS-OM-IS-TRANSFER
                       PERFORM 2620-FIND-OTHER-LEG
                   END-IF
                   IF WS-ELIGIBLE
                       AND (WS-HAS-OTHER-LEG OR WS-OM-IS-WITHDRAWAL)
                       PERFORM 2640-FIND-PENALTY
                   END-IF
                   IF WS-ELIGIBLE
                       AND WS-OM-IS-CHECK
                       PERFORM 2630-CHECK-CLEARING-HOLD
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * A link record under the movement's key means it has already   *
      * been reversed.                                                *
      *****************************************************************
       2610-CHECK-NOT-REVERSED.
           EXEC CICS READ
                FILE('PROCREV')
                INTO(PROCREV-RECORD)
                RIDFLD(REV-ORIG-KEY)
                KEYLENGTH(LENGTH OF REV-ORIG-KEY)
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE 'N' TO WS-ELIGIBLE-SW
                   MOVE REV-DATE TO WS-AM-DATE
                   MOVE REV-SUPERVISOR-ID TO WS-AM-SUP
                   MOVE REV-ORIG-ACCT-NUMBER TO WS-AM-ACCT
                   MOVE WS-ALREADY-MSG TO WS-MSG
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-ELIGIBLE-SW
                   MOVE 'REVERSAL LINK FILE UNAVAILABLE - TRY LATER'
                       TO WS-MSG
           END-EVALUATE.

      *****************************************************************
      * Both legs of a transfer share the date/time/seq of the key    *
      * and differ only in the account, and each names the other      *
      * account in its description - so the other leg is one keyed    *
      * read away.  It must be the matching TFR (same reference,      *
      * opposite amount) and must not be reversed already.            *
      *****************************************************************
       2620-FIND-OTHER-LEG.
           MOVE WS-OM-DESCRIPTION TO WS-TFR-DESC-VIEW.
           IF WS-TV-OTHER-ACCT NOT NUMERIC
               MOVE 'N' TO WS-ELIGIBLE-SW
               MOVE 'TRANSFER NAMES NO OTHER ACCOUNT - CANNOT PAIR'
                   TO WS-MSG
           ELSE
               MOVE WS-TV-OTHER-ACCT TO WS-OTHER-ACCT-NUM
               MOVE WS-OTHER-ACCT-NUM TO PACCTO
               MOVE WS-OM-KEY TO PROCTRAN-KEY
               MOVE WS-OTHER-ACCT-NUM TO PROCT-ACCT-NUMBER
               EXEC CICS READ
                    FILE('PROCTRAN')
                    INTO(PROCTRAN-RECORD)
                    RIDFLD(PROCTRAN-KEY)
                    KEYLENGTH(LENGTH OF PROCTRAN-KEY)
                    RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'N' TO WS-ELIGIBLE-SW
                       MOVE 'OTHER LEG OF THE TRANSFER IS NOT ON FILE'
                           TO WS-MSG
                   WHEN PROCT-TYPE-CODE NOT = 'TFR'
                       OR PROCT-DESCRIPTION(5:16) NOT = WS-TV-REF
                       OR PROCT-AMOUNT NOT = 0 - WS-OM-AMOUNT
                       MOVE 'N' TO WS-ELIGIBLE-SW
                       MOVE 'OTHER LEG DOES NOT MATCH THIS TRANSFER'
                           TO WS-MSG
                   WHEN OTHER
                       SET WS-HAS-OTHER-LEG TO TRUE
                       MOVE PROCTRAN-KEY TO WS-OL-KEY
                       MOVE PROCT-TYPE-CODE TO WS-OL-TYPE-CODE
                       MOVE PROCT-AMOUNT TO WS-OL-AMOUNT
                       MOVE PROCT-DESCRIPTION TO WS-OL-DESCRIPTION
                       MOVE PROCT-TELLER-ID TO WS-OL-TELLER-ID
                       MOVE WS-OL-KEY TO REV-ORIG-KEY
                       PERFORM 2610-CHECK-NOT-REVERSED
               END-EVALUATE
           END-IF.

      *****************************************************************
      * A check deposit is only corrected while its clearing hold is  *
      * still standing.  Once the hold is released the check has     *
      * either cleared or come back through the CHR route, and the    *
      * two cannot be told apart from here - a released one is        *
      * refused rather than risk taking the money back twice.         *
      *****************************************************************
       2630-CHECK-CLEARING-HOLD.
           MOVE WS-OM-DESCRIPTION TO WS-CHQ-DESC-VIEW.
           IF WS-CV-REF NOT NUMERIC
               MOVE 'N' TO WS-ELIGIBLE-SW
               MOVE 'CHECK DEPOSIT CARRIES NO HOLD REFERENCE'
                   TO WS-MSG
           ELSE
               MOVE WS-SORT-CODE TO HOLD-SORT-CODE
               MOVE WS-OM-ACCT-NUMBER TO HOLD-ACCT-NUMBER
               MOVE WS-CV-REF TO HOLD-REF
               EXEC CICS READ
                    FILE('HOLDS')
                    INTO(HOLDS-RECORD)
                    RIDFLD(HOLD-KEY)
                    KEYLENGTH(LENGTH OF HOLD-KEY)
                    RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'N' TO WS-ELIGIBLE-SW
                       MOVE 'CHECK CLEARING HOLD NOT FOUND' TO WS-MSG
                   WHEN NOT HOLD-ACTIVE
                       MOVE 'N' TO WS-ELIGIBLE-SW
                       MOVE
                       'CHECK HOLD RELEASED - CLEARED OR RETURNED'
                           TO WS-MSG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *****************************************************************
      * An early withdrawal from a fixed-term deposit - a transfer    *
      * out or a counter withdrawal - charged its penalty as a PEN    *
      * movement on the deposit, at the date and time of the debit    *
      * (the from leg of a transfer, else the withdrawal itself) and  *
      * one sequence number up.  No movement there means no penalty   *
      * was charged; a movement that is not the penalty is some other *
      * posting and is left alone.  A penalty found must not be       *
      * refunded already.                                             *
      *****************************************************************
       2640-FIND-PENALTY.
           IF WS-HAS-OTHER-LEG
               AND WS-OM-AMOUNT > 0
               MOVE WS-OL-KEY TO PROCTRAN-KEY
           ELSE
               MOVE WS-OM-KEY TO PROCTRAN-KEY
           END-IF.
           COMPUTE PROCT-SEQ = FUNCTION MOD(PROCT-SEQ + 1, 10000).
           EXEC CICS READ
                FILE('PROCTRAN')
                INTO(PROCTRAN-RECORD)
                RIDFLD(PROCTRAN-KEY)
                KEYLENGTH(LENGTH OF PROCTRAN-KEY)
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'N' TO WS-ELIGIBLE-SW
                   MOVE 'MOVEMENT FILE UNAVAILABLE - TRY LATER'
                       TO WS-MSG
               WHEN PROCT-TYPE-CODE NOT = 'PEN'
                   OR PROCT-DESCRIPTION(1:24) NOT = WS-PEN-DESC-TEXT
                   CONTINUE
               WHEN OTHER
                   SET WS-HAS-PENALTY-LEG TO TRUE
                   MOVE PROCTRAN-KEY TO WS-PL-KEY
                   MOVE PROCT-TYPE-CODE TO WS-PL-TYPE-CODE
                   MOVE PROCT-AMOUNT TO WS-PL-AMOUNT
                   MOVE PROCT-DESCRIPTION TO WS-PL-DESCRIPTION
                   MOVE PROCT-TELLER-ID TO WS-PL-TELLER-ID
                   MOVE WS-PL-KEY TO REV-ORIG-KEY
                   PERFORM 2610-CHECK-NOT-REVERSED
           END-EVALUATE.

      *****************************************************************
      * Reverse the selected movement, then the other leg of a        *
      * transfer, then any early-withdrawal penalty, all inside one   *
      * CICS unit of work.  Any failure goes through 3900-BACKOUT, so *
      * the files only ever show a complete correction or none at     *
      * all - never one transfer leg put back without the other.  The *
      * penalty's REV goes on the same account in the same second as  *
      * the debit's, so it takes the next sequence number up.         *
      *****************************************************************
       3000-POST-REVERSAL.
           PERFORM 3050-STAMP-DATE-TIME.
           MOVE WS-ORIG-MOVEMENT TO WS-LEG.
           PERFORM 3100-REVERSE-ONE-LEG.
           IF WS-MSG = SPACES
               MOVE ACCT-BALANCE TO WS-FIRST-NEW-BALANCE
               IF WS-HAS-OTHER-LEG
                   MOVE WS-OTHER-LEG TO WS-LEG
                   PERFORM 3100-REVERSE-ONE-LEG
               END-IF
           END-IF.
           IF WS-MSG = SPACES
               AND WS-HAS-PENALTY-LEG
               MOVE WS-PENALTY-LEG TO WS-LEG
               COMPUTE WS-SEQ = FUNCTION MOD(WS-SEQ + 1, 10000)
               PERFORM 3100-REVERSE-ONE-LEG
               IF WS-MSG = SPACES
                   AND WS-PL-ACCT-NUMBER = WS-OM-ACCT-NUMBER
                   MOVE ACCT-BALANCE TO WS-FIRST-NEW-BALANCE
               END-IF
           END-IF.
           IF WS-MSG = SPACES
               MOVE WS-FIRST-NEW-BALANCE TO WS-BALNCE-ED
               MOVE WS-BALNCE-ED TO NEWBALO
               EVALUATE TRUE
                   WHEN WS-HAS-PENALTY-LEG
                       AND WS-HAS-OTHER-LEG
                       MOVE 'TRANSFER AND ITS PENALTY REVERSED'
                           TO WS-MSG
                   WHEN WS-HAS-PENALTY-LEG
                       MOVE 'WITHDRAWAL AND ITS PENALTY REVERSED'
                           TO WS-MSG
                   WHEN WS-HAS-OTHER-LEG
                       MOVE 'TRANSFER REVERSED - BOTH LEGS POSTED'
                           TO WS-MSG
                   WHEN OTHER
                       MOVE 'REVERSAL POSTED' TO WS-MSG
               END-EVALUATE
           END-IF.

       3050-STAMP-DATE-TIME.
           MOVE SPACES TO WS-MSG.
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-POST-DATE)
                TIME(WS-TIME-NUM)
           END-EXEC.
           MOVE WS-TIME-NUM TO WS-TIME-DISPLAY.
           MOVE WS-TIME-DISPLAY TO WS-POST-TIME.
           COMPUTE WS-SEQ = FUNCTION MOD(EIBTASKN 10000).

      *****************************************************************
      * Put one leg back on its account: the opposite of the          *
      * original amount on the ledger balance, and on the available   *
      * balance too - except for a check deposit, whose availability  *
      * was never given and is recomputed from the holds left once    *
      * its clearing hold is released.  A correction is the bank      *
      * putting its own error right, so a dormant account does not    *
      * block it and a debit is not held to the overdraft limit;      *
      * only a closed account, whose balance is settled and gone,     *
      * stops it.                                                     *
      *****************************************************************
       3100-REVERSE-ONE-LEG.
           COMPUTE WS-REV-AMOUNT = 0 - WS-LG-AMOUNT.
           MOVE WS-SORT-CODE TO ACCT-SORT-CODE.
           MOVE WS-LG-ACCT-NUMBER TO ACCT-NUMBER.
           EXEC CICS READ
                FILE('ACCOUNT')
                INTO(ACCOUNT-RECORD)
                RIDFLD(ACCT-KEY)
                KEYLENGTH(LENGTH OF ACCT-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'ACCOUNT NOT FOUND - BACKED OUT' TO WS-MSG
                   PERFORM 3900-BACKOUT
               WHEN ACCT-CLOSED
                   MOVE WS-LG-ACCT-NUMBER TO WS-CM-ACCT
                   MOVE WS-CLOSED-MSG TO WS-MSG
                   PERFORM 3900-BACKOUT
               WHEN OTHER
                   ADD WS-REV-AMOUNT TO ACCT-BALANCE
                   IF WS-LG-IS-CHECK
                       PERFORM 3150-RELEASE-CLEARING-HOLD
                   ELSE
                       ADD WS-REV-AMOUNT TO ACCT-AVAILABLE-BALANCE
                   END-IF
                   IF WS-MSG = SPACES
                       PERFORM 3170-REWRITE-ACCOUNT
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * Release the check's clearing hold and recompute the           *
      * availability from the holds still standing, the way the       *
      * returned-check path on the posting screen does.               *
      *****************************************************************
       3150-RELEASE-CLEARING-HOLD.
           MOVE WS-LG-DESCRIPTION TO WS-CHQ-DESC-VIEW.
           MOVE WS-CV-REF TO WS-HOLD-REF.
           MOVE WS-SORT-CODE TO HOLD-SORT-CODE.
           MOVE WS-LG-ACCT-NUMBER TO HOLD-ACCT-NUMBER.
           MOVE WS-HOLD-REF TO HOLD-REF.
           EXEC CICS READ
                FILE('HOLDS')
                INTO(HOLDS-RECORD)
                RIDFLD(HOLD-KEY)
                KEYLENGTH(LENGTH OF HOLD-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'CHECK CLEARING HOLD NOT FOUND - BACKED OUT'
                       TO WS-MSG
                   PERFORM 3900-BACKOUT
               WHEN NOT HOLD-ACTIVE
                   MOVE 'CHECK HOLD RELEASED MEANWHILE - BACKED OUT'
                       TO WS-MSG
                   PERFORM 3900-BACKOUT
               WHEN OTHER
                   SET HOLD-RELEASED TO TRUE
                   EXEC CICS REWRITE
                        FILE('HOLDS')
                        FROM(HOLDS-RECORD)
                        RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       PERFORM 3160-SUM-ACTIVE-HOLDS
                       COMPUTE ACCT-AVAILABLE-BALANCE =
                           ACCT-BALANCE - WS-ACTIVE-HOLDS-TOTAL
                   ELSE
                       MOVE 'CORRECTION FAILED - BACKED OUT' TO WS-MSG
                       PERFORM 3900-BACKOUT
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * Browse this account's holds and total the ones still active   *
      * after the release - the browse starts at reference zero and   *
      * ends as soon as a record for another account comes back.      *
      *****************************************************************
       3160-SUM-ACTIVE-HOLDS.
           MOVE 0 TO WS-ACTIVE-HOLDS-TOTAL.
           MOVE 'N' TO WS-BROWSE-EOF-SW.
           MOVE 'N' TO WS-BROWSE-OPEN-SW.
           MOVE WS-SORT-CODE TO WS-BK-SORT-CODE.
           MOVE WS-LG-ACCT-NUMBER TO WS-BK-ACCT-NUMBER.
           MOVE 0 TO WS-BK-REF.
           EXEC CICS STARTBR
                FILE('HOLDS')
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
           PERFORM 3161-READ-NEXT-HOLD
               UNTIL WS-BROWSE-EOF.
           IF WS-BROWSE-OPEN
               EXEC CICS ENDBR
                    FILE('HOLDS')
                    RESP(WS-RESP)
               END-EXEC
           END-IF.

       3161-READ-NEXT-HOLD.
           EXEC CICS READNEXT
                FILE('HOLDS')
                INTO(HOLDS-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(LENGTH OF WS-BROWSE-KEY)
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET WS-BROWSE-EOF TO TRUE
               WHEN HOLD-SORT-CODE NOT = WS-SORT-CODE
                   OR HOLD-ACCT-NUMBER NOT = WS-LG-ACCT-NUMBER
                   SET WS-BROWSE-EOF TO TRUE
               WHEN HOLD-ACTIVE
                   ADD HOLD-AMOUNT TO WS-ACTIVE-HOLDS-TOTAL
           END-EVALUATE.

       3170-REWRITE-ACCOUNT.
           EXEC CICS REWRITE
                FILE('ACCOUNT')
                FROM(ACCOUNT-RECORD)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3200-WRITE-REVERSAL-MOVEMENT
           ELSE
               MOVE 'CORRECTION FAILED - BACKED OUT' TO WS-MSG
               PERFORM 3900-BACKOUT
           END-IF.

      *****************************************************************
      * The REV movement goes on the same account as the leg it       *
      * takes back, with the opposite amount, so the reconciliation's *
      * sum of movements still equals the balance.  The supervisor    *
      * who made the correction is stamped as its teller.             *
      *****************************************************************
       3200-WRITE-REVERSAL-MOVEMENT.
           MOVE WS-SORT-CODE TO PROCT-SORT-CODE.
           MOVE WS-LG-ACCT-NUMBER TO PROCT-ACCT-NUMBER.
           MOVE WS-POST-DATE TO PROCT-DATE.
           MOVE WS-POST-TIME TO PROCT-TIME.
           MOVE WS-SEQ TO PROCT-SEQ.
           MOVE 'REV' TO PROCT-TYPE-CODE.
           MOVE WS-REV-AMOUNT TO PROCT-AMOUNT.
           MOVE WS-LG-TYPE-CODE TO WS-RD-TYPE.
           MOVE WS-LG-DATE TO WS-RD-DATE.
           MOVE WS-LG-TIME TO WS-RD-TIME.
           MOVE WS-LG-SEQ TO WS-RD-SEQ.
           MOVE WS-REV-DESC TO PROCT-DESCRIPTION.
           MOVE SGN-TELLER-ID TO PROCT-TELLER-ID.
           EXEC CICS WRITE
                FILE('PROCTRAN')
                FROM(PROCTRAN-RECORD)
                RIDFLD(PROCTRAN-KEY)
                KEYLENGTH(LENGTH OF PROCTRAN-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3300-WRITE-REVERSAL-LINK
           ELSE
               MOVE 'CORRECTION FAILED - BACKED OUT' TO WS-MSG
               PERFORM 3900-BACKOUT
           END-IF.

      *****************************************************************
      * The link record is what makes a second reversal of the same   *
      * movement impossible: a DUPREC here means another terminal     *
      * got in first, and this correction is backed out whole.        *
      *****************************************************************
       3300-WRITE-REVERSAL-LINK.
           MOVE SPACES TO PROCREV-RECORD.
           MOVE WS-LG-SORT-CODE TO REV-ORIG-SORT-CODE.
           MOVE WS-LG-ACCT-NUMBER TO REV-ORIG-ACCT-NUMBER.
           MOVE WS-LG-DATE TO REV-ORIG-DATE.
           MOVE WS-LG-TIME TO REV-ORIG-TIME.
           MOVE WS-LG-SEQ TO REV-ORIG-SEQ.
           MOVE WS-LG-TYPE-CODE TO REV-ORIG-TYPE-CODE.
           MOVE WS-LG-AMOUNT TO REV-ORIG-AMOUNT.
           MOVE WS-LG-TELLER-ID TO REV-ORIG-TELLER-ID.
           MOVE WS-POST-DATE TO REV-DATE.
           MOVE WS-POST-TIME TO REV-TIME.
           MOVE WS-SEQ TO REV-SEQ.
           MOVE SGN-TELLER-ID TO REV-SUPERVISOR-ID.
           MOVE WS-REASON TO REV-REASON.
           EXEC CICS WRITE
                FILE('PROCREV')
                FROM(PROCREV-RECORD)
                RIDFLD(REV-ORIG-KEY)
                KEYLENGTH(LENGTH OF REV-ORIG-KEY)
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM 3400-ADJUST-TILL
               WHEN WS-RESP = DFHRESP(DUPREC)
                   MOVE 'MOVEMENT WAS REVERSED MEANWHILE - BACKED OUT'
                       TO WS-MSG
                   PERFORM 3900-BACKOUT
               WHEN OTHER
                   MOVE 'CORRECTION FAILED - BACKED OUT' TO WS-MSG
                   PERFORM 3900-BACKOUT
           END-EVALUATE.

      *****************************************************************
      * Take a reversed cash movement back off the till of the        *
      * teller who posted it, for the day it was posted: a deposit    *
      * off the cash in, a withdrawal off the cash out.  The till is  *
      * adjusted whatever its status, so a count already declared is  *
      * set against what the drawer should really hold.  Checks and   *
      * transfers never touched a till.  A movement older than the    *
      * till file, with no till to find, is left alone.               *
      *****************************************************************
       3400-ADJUST-TILL.
           IF WS-LG-TYPE-CODE = 'DEP' OR WS-LG-TYPE-CODE = 'WDL'
               MOVE WS-LG-TELLER-ID TO TILL-TELLER-ID
               MOVE WS-LG-DATE TO TILL-DATE
               EXEC CICS READ
                    FILE('TILL')
                    INTO(TILL-RECORD)
                    RIDFLD(TILL-KEY)
                    KEYLENGTH(LENGTH OF TILL-KEY)
                    UPDATE
                    RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NOTFND)
                       CONTINUE
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'TILL FILE UNAVAILABLE - BACKED OUT'
                           TO WS-MSG
                       PERFORM 3900-BACKOUT
                   WHEN OTHER
                       PERFORM 3410-REWRITE-TILL
               END-EVALUATE
           END-IF.

       3410-REWRITE-TILL.
           IF WS-LG-TYPE-CODE = 'DEP'
               ADD WS-REV-AMOUNT TO TILL-CASH-IN
           ELSE
               ADD WS-LG-AMOUNT TO TILL-CASH-OUT
           END-IF.
           EXEC CICS REWRITE
                FILE('TILL')
                FROM(TILL-RECORD)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'TILL UPDATE FAILED - BACKED OUT' TO WS-MSG
               PERFORM 3900-BACKOUT
           END-IF.

      *****************************************************************
      * Undo everything this task has changed - called whenever the   *
      * correction cannot complete in full.                           *
      *****************************************************************
       3900-BACKOUT.
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.

      *****************************************************************
      * Move the selected movement into the map's output fields.      *
      *****************************************************************
       4000-BUILD-MAP.
           MOVE WS-OM-ACCT-NUMBER TO ACCTNOO.
           MOVE WS-OM-DATE TO ODATEO.
           MOVE WS-OM-TIME TO OTIMEO.
           MOVE WS-OM-SEQ TO OSEQO.
           MOVE WS-OM-TYPE-CODE TO OTYPEO.
           MOVE WS-OM-AMOUNT TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO OAMTO.
           MOVE WS-OM-DESCRIPTION TO ODESCO.
           MOVE WS-OM-TELLER-ID TO OTLRO.
           MOVE SPACES TO PACCTO.
           MOVE SPACES TO NEWBALO.

      *****************************************************************
      * Show whatever is currently in the map (the movement, the      *
      * result of the reversal, or an error message) and wait for    *
      * the next key press.                                           *
      *****************************************************************
       5000-RESEND-MAP.
           MOVE WS-MSG TO MSGO.
           IF WS-SEND-ERASE
               EXEC CICS SEND MAP('TRNCOR')
                    MAPSET('TRNCORM')
                    ERASE
               END-EXEC
           ELSE
               EXEC CICS SEND MAP('TRNCOR')
                    MAPSET('TRNCORM')
                    DATAONLY
               END-EXEC
           END-IF.
           EXEC CICS RETURN
                TRANSID('SCOR')
                COMMAREA(WS-COMMAREA)
           END-EXEC.
