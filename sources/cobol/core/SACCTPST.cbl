      *   the funds when clearing completes.  PF9 with the hold       *
      *   reference reverses a returned check - the deposit and the   *
      *   hold come off together (type CHR movement).                 *
      *   Every cash deposit and withdrawal now also moves the        *
      *   signed-on teller's till for the day (TILL file) in the same *
      *   unit of work - cash in for a DEP, cash out for a WDL - so   *
      *   the nightly variance report knows what each drawer should   *
      *   hold.  A till not yet opened by a supervisor float is       *
      *   opened at zero by the first cash posting; a till the        *
      *   teller has already declared at sign-off takes no more cash. *
      *   A withdrawal from a fixed-term deposit before its maturity  *
      *   date (TERMDEP file) is refused unless a supervisor          *
      *   overrides it with PF10.  An overridden early withdrawal     *
      *   also pays the product's early-withdrawal penalty - days'    *
      *   interest at the locked rate on the amount taken - as a PEN  *
      *   movement in the same unit of work.                          *
      *****************************************************************

       IDENTIFICATION DIVISION.
       COPY PRODUCT.
       COPY TELLER.
       COPY TLRSGN.
       COPY TILL.
       COPY TERMDEP.
       COPY ACCTPST.
       COPY DFHAID.

               VALUE ' OVR BY '.
           05  WS-OD-SUP-ID                          PIC X(4).

      *****************************************************************
      * Set when a withdrawal comes out of a fixed-term deposit whose *
      * term is still running - it needs a supervisor override even   *
      * inside the teller's own limit, and it carries the penalty.    *
      *****************************************************************
       01  WS-EARLY-WDL-SW                           PIC X VALUE 'N'.
           88  WS-EARLY-WITHDRAWAL                   VALUE 'Y'.

       01  WS-PENALTY                                PIC S9(10)V99
                                                       COMP-3.
       01  WS-PENALTY-ED                             PIC Z(9)9.99.

       01  WS-PEN-MSG.
           05  FILLER                                PIC X(27)
               VALUE 'POSTED - EARLY WDL PENALTY '.
           05  WS-PM-AMOUNT                          PIC X(13).

      *****************************************************************
      * Check-deposit work: the assigned hold reference, the expiry   *
      * worked out from the product's clearing days, and the          *
                       MOVE 'AMOUNT MUST BE GREATER THAN ZERO'
                           TO WS-MSG
                   ELSE
                       PERFORM 2115-CHECK-FIXED-TERM
                       PERFORM 2120-CHECK-CASH-LIMIT
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * A withdrawal from an account with a fixed-term record whose   *
      * term is still running is an early withdrawal.  An account     *
      * with no TERMDEP record is an instant-access one.              *
      *****************************************************************
       2115-CHECK-FIXED-TERM.
           MOVE 'N' TO WS-EARLY-WDL-SW.
           IF WS-POSTING-DEBIT
               EXEC CICS ASKTIME
                    ABSTIME(WS-ABSTIME)
               END-EXEC
               EXEC CICS FORMATTIME
                    ABSTIME(WS-ABSTIME)
                    YYYYMMDD(WS-TODAY)
               END-EXEC
               MOVE WS-SORT-CODE TO TD-SORT-CODE
               MOVE WS-ACCT-NUM-NUMERIC TO TD-ACCT-NUMBER
               EXEC CICS READ
                    FILE('TERMDEP')
                    INTO(TERMDEP-RECORD)
                    RIDFLD(TD-KEY)
                    KEYLENGTH(LENGTH OF TD-KEY)
                    RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   AND TD-RUNNING
                   AND TD-MATURITY-DATE > WS-TODAY
                   SET WS-EARLY-WITHDRAWAL TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * An amount within the signed-on teller's own cash limit posts  *
      * straight away - the override flag is dropped first, so a      *
      * PF10 pressed needlessly never stamps an override note into    *
      * the movement.  One over the limit is refused on ENTER, and    *
      * on PF10 goes through the supervisor-override check instead.   *
      * An early withdrawal from a fixed-term deposit needs the       *
      * supervisor whatever the amount.                               *
      *****************************************************************
       2120-CHECK-CASH-LIMIT.
           EVALUATE TRUE
               WHEN WS-AMOUNT NOT > SGN-CASH-LIMIT
                   AND NOT WS-EARLY-WITHDRAWAL
                   MOVE 'N' TO WS-OVERRIDE-SW
                   PERFORM 3000-POST-TRANSACTION
               WHEN NOT WS-OVERRIDE
                   AND WS-EARLY-WITHDRAWAL
                   MOVE
                   'FIXED TERM NOT MATURED - KEY SUPERVISOR ID, PF10'
                       TO WS-MSG
               WHEN NOT WS-OVERRIDE
                   MOVE
                   'OVER YOUR CASH LIMIT - KEY SUPERVISOR ID, PF10'
                       TO WS-MSG
                   PERFORM 3300-BACKOUT
               WHEN OTHER
                   PERFORM 3050-PRICE-PENALTY
                   IF WS-POSTING-DEBIT
                       AND WS-AMOUNT + WS-PENALTY >
                           ACCT-AVAILABLE-BALANCE + ACCT-OVERDRAFT-LIMIT
                       MOVE 'NO FUNDS LEFT FOR THE EARLY WDL PENALTY'
                           TO WS-MSG
                       PERFORM 3300-BACKOUT
                   ELSE
                       PERFORM 3100-APPLY-AND-REWRITE
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * The early-withdrawal penalty is the product's penalty days of *
      * interest at the deposit's locked rate on the amount taken -   *
      * nothing on any other posting, or on a product not on file.    *
      *****************************************************************
       3050-PRICE-PENALTY.
           MOVE 0 TO WS-PENALTY.
           IF WS-EARLY-WITHDRAWAL
               MOVE ACCT-TYPE TO PROD-CODE
               EXEC CICS READ
                    FILE('PRODUCT')
                    INTO(PRODUCT-RECORD)
                    RIDFLD(PROD-CODE)
                    KEYLENGTH(LENGTH OF PROD-CODE)
                    RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   AND PROD-PENALTY-DAYS NUMERIC
                   COMPUTE WS-PENALTY ROUNDED =
                       WS-AMOUNT * TD-FIXED-RATE / 100
                       * PROD-PENALTY-DAYS / 365
               END-IF
           END-IF.

      *****************************************************************
      * Apply the movement.  A cash deposit and a withdrawal move     *
      * both balance fields; a check deposit credits the ledger       *
               WHEN WS-POSTING-CHECK
                   ADD WS-AMOUNT TO ACCT-BALANCE
               WHEN OTHER
                   SUBTRACT WS-AMOUNT WS-PENALTY FROM ACCT-BALANCE
                   SUBTRACT WS-AMOUNT WS-PENALTY
                       FROM ACCT-AVAILABLE-BALANCE
           END-EVALUATE.
           EXEC CICS REWRITE
                FILE('ACCOUNT')
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF NOT WS-POSTING-CHECK
                   PERFORM 3270-UPDATE-TILL
               END-IF
           ELSE
               MOVE 'N' TO WS-POST-OK-SW
               MOVE 'POSTING FAILED - BACKED OUT' TO WS-MSG
               PERFORM 3300-BACKOUT
           END-IF.
           IF WS-POST-OK
               AND WS-PENALTY > 0
               PERFORM 3210-WRITE-PENALTY
           END-IF.
           IF WS-POST-OK
               MOVE ACCT-BALANCE TO WS-BALNCE-ED
               MOVE WS-BALNCE-ED TO NEWBALO
               MOVE ACCT-AVAILABLE-BALANCE TO WS-AVBAL-ED
                   MOVE WS-EXPIRY-X TO WS-CM-EXPIRY
                   MOVE WS-CHQ-MSG TO WS-MSG
               ELSE
                   IF WS-PENALTY > 0
                       MOVE WS-PENALTY TO WS-PENALTY-ED
                       MOVE WS-PENALTY-ED TO WS-PM-AMOUNT
                       MOVE WS-PEN-MSG TO WS-MSG
                   ELSE
                       MOVE 'POSTED' TO WS-MSG
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * The penalty is a movement of its own, so the statement shows  *
      * it apart from the withdrawal.  It follows the withdrawal in   *
      * the same task, so it takes the next sequence number up to     *
      * keep its key apart; it is not cash and leaves the till alone. *
      *****************************************************************
       3210-WRITE-PENALTY.
           COMPUTE WS-SEQ = FUNCTION MOD(WS-SEQ + 1, 10000).
           MOVE WS-SEQ TO PROCT-SEQ.
           MOVE 'PEN' TO PROCT-TYPE-CODE.
           COMPUTE PROCT-AMOUNT = 0 - WS-PENALTY.
           MOVE 'EARLY WITHDRAWAL PENALTY' TO WS-OD-TEXT.
           MOVE WS-OVR-DESC TO PROCT-DESCRIPTION.
           EXEC CICS WRITE
                FILE('PROCTRAN')
                FROM(PROCTRAN-RECORD)
                RIDFLD(PROCTRAN-KEY)
                KEYLENGTH(LENGTH OF PROCTRAN-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO WS-POST-OK-SW
               MOVE 'POSTING FAILED - BACKED OUT' TO WS-MSG
               PERFORM 3300-BACKOUT
           END-IF.

      *****************************************************************
      * Move the cash across the signed-on teller's till for the      *
      * movement's date - a check deposit is not cash and never gets  *
      * here.  The first cash posting of the day opens the till at    *
      * a zero float if no supervisor has issued one yet; a till      *
      * already declared at sign-off, or closed, refuses the cash     *
      * and the whole posting is backed out.                          *
      *****************************************************************
       3270-UPDATE-TILL.
           MOVE SGN-TELLER-ID TO TILL-TELLER-ID.
           MOVE PROCT-DATE TO TILL-DATE.
           EXEC CICS READ
                FILE('TILL')
                INTO(TILL-RECORD)
                RIDFLD(TILL-KEY)
                KEYLENGTH(LENGTH OF TILL-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   PERFORM 3280-OPEN-TILL
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'N' TO WS-POST-OK-SW
                   MOVE 'TILL FILE UNAVAILABLE - BACKED OUT' TO WS-MSG
                   PERFORM 3300-BACKOUT
               WHEN NOT TILL-OPEN
                   MOVE 'N' TO WS-POST-OK-SW
                   MOVE 'YOUR TILL IS DECLARED FOR TODAY - BACKED OUT'
                       TO WS-MSG
                   PERFORM 3300-BACKOUT
               WHEN OTHER
                   PERFORM 3275-ADD-CASH-TO-TILL
                   EXEC CICS REWRITE
                        FILE('TILL')
                        FROM(TILL-RECORD)
                        RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'N' TO WS-POST-OK-SW
                       MOVE 'TILL UPDATE FAILED - BACKED OUT' TO WS-MSG
                       PERFORM 3300-BACKOUT
                   END-IF
           END-EVALUATE.

       3275-ADD-CASH-TO-TILL.
           IF WS-POSTING-CREDIT
               ADD WS-AMOUNT TO TILL-CASH-IN
           ELSE
               ADD WS-AMOUNT TO TILL-CASH-OUT
           END-IF.

       3280-OPEN-TILL.
           MOVE SPACES TO TILL-RECORD.
           MOVE SGN-TELLER-ID TO TILL-TELLER-ID.
           MOVE PROCT-DATE TO TILL-DATE.
           SET TILL-OPEN TO TRUE.
           MOVE 0 TO TILL-OPENING-FLOAT.
           MOVE 0 TO TILL-CASH-IN.
           MOVE 0 TO TILL-CASH-OUT.
           MOVE 0 TO TILL-VAULT-IN.
           MOVE 0 TO TILL-VAULT-OUT.
           MOVE 0 TO TILL-DECLARED-CASH.
           PERFORM 3275-ADD-CASH-TO-TILL.
           EXEC CICS WRITE
                FILE('TILL')
                FROM(TILL-RECORD)
                RIDFLD(TILL-KEY)
                KEYLENGTH(LENGTH OF TILL-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO WS-POST-OK-SW
               MOVE 'TILL UPDATE FAILED - BACKED OUT' TO WS-MSG
               PERFORM 3300-BACKOUT
           END-IF.

      *****************************************************************
      * Key the PROCTRAN record for the account in hand, stamped      *
      * with the current date and time and the signed-on teller; the  *
