      *   The debit side is now allowed through when it is covered    *
      *   by the available balance plus the unused part of the        *
      *   account's agreed overdraft limit.                           *
      *   A transfer out of a fixed-term deposit before its maturity  *
      *   date (TERMDEP file) is refused unless a supervisor keys     *
      *   their id and the teller presses PF10.  The product's        *
      *   early-withdrawal penalty is then charged to the from        *
      *   account as a PEN movement in the same unit of work.         *
      *****************************************************************

       IDENTIFICATION DIVISION.
      *****************************************************************
       COPY ACCOUNT.
       COPY PROCTRAN.
       COPY PRODUCT.
       COPY TELLER.
       COPY TERMDEP.
       COPY TLRSGN.
       COPY ACCTTFR.
       COPY DFHAID.
       01  WS-SIGNED-ON-SW                           PIC X VALUE 'N'.
           88  WS-SIGNED-ON                          VALUE 'Y'.

      *****************************************************************
      * Set when the teller came in through PF10 - a transfer that    *
      * breaks a fixed-term deposit early is allowed provided the     *
      * keyed supervisor id checks out.                               *
      *****************************************************************
       01  WS-OVERRIDE-SW                            PIC X VALUE 'N'.
           88  WS-OVERRIDE                           VALUE 'Y'.

       01  WS-EARLY-WDL-SW                           PIC X VALUE 'N'.
           88  WS-EARLY-WITHDRAWAL                   VALUE 'Y'.

       01  WS-SUP-ID                                 PIC X(4).
       01  WS-PENALTY                                PIC S9(10)V99
                                                       COMP-3.
       01  WS-PENALTY-ED                             PIC Z(9)9.99.

       01  WS-PEN-DESC.
           05  FILLER                                PIC X(24)
               VALUE 'EARLY WITHDRAWAL PENALTY'.
           05  FILLER                                PIC X(8)
               VALUE ' OVR BY '.
           05  WS-PD-SUP-ID                          PIC X(4).

       01  WS-PEN-MSG.
           05  FILLER                                PIC X(32)
               VALUE 'TRANSFERRED - EARLY WDL PENALTY '.
           05  WS-PM-AMOUNT                          PIC X(13).

      *****************************************************************
      * The from-account's updated balances are saved here before     *
      * ACCOUNT-RECORD is reused to read and update the to-account.   *
           END-IF.
           EVALUATE EIBAID
               WHEN DFHENTER
                   MOVE 'N' TO WS-OVERRIDE-SW
                   PERFORM 2100-RECEIVE-AND-TRANSFER
               WHEN DFHPF10
                   SET WS-OVERRIDE TO TRUE
                   PERFORM 2100-RECEIVE-AND-TRANSFER
               WHEN OTHER
                   MOVE 'INVALID KEY PRESSED - USE ENTER, PF10 OR PF3'
                       TO WS-MSG
                   PERFORM 5000-RESEND-MAP
           END-EVALUATE.
                       MOVE 'AMOUNT MUST BE GREATER THAN ZERO'
                           TO WS-MSG
                   ELSE
                       PERFORM 2115-CHECK-FIXED-TERM
                       PERFORM 2120-CHECK-EARLY-BREAK
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * A transfer out of an account with a fixed-term record whose   *
      * term is still running breaks the deposit early.  An account   *
      * with no TERMDEP record is an instant-access one.              *
      *****************************************************************
       2115-CHECK-FIXED-TERM.
           MOVE 'N' TO WS-EARLY-WDL-SW.
           PERFORM 3050-STAMP-DATE-TIME.
           MOVE WS-SORT-CODE TO TD-SORT-CODE.
           MOVE WS-FROM-ACCT-NUM TO TD-ACCT-NUMBER.
           EXEC CICS READ
                FILE('TERMDEP')
                INTO(TERMDEP-RECORD)
                RIDFLD(TD-KEY)
                KEYLENGTH(LENGTH OF TD-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               AND TD-RUNNING
               AND TD-MATURITY-DATE > WS-POST-DATE
               SET WS-EARLY-WITHDRAWAL TO TRUE
           END-IF.

      *****************************************************************
      * An ordinary transfer goes straight through - the override     *
      * flag is dropped first so a needless PF10 never charges a      *
      * penalty.  An early break is refused on ENTER and on PF10 goes *
      * through the supervisor check instead.                         *
      *****************************************************************
       2120-CHECK-EARLY-BREAK.
           EVALUATE TRUE
               WHEN NOT WS-EARLY-WITHDRAWAL
                   MOVE 'N' TO WS-OVERRIDE-SW
                   PERFORM 3000-TRANSFER
               WHEN NOT WS-OVERRIDE
                   MOVE
                   'FIXED TERM NOT MATURED - KEY SUPERVISOR ID, PF10'
                       TO WS-MSG
               WHEN OTHER
                   PERFORM 2130-CHECK-SUPERVISOR
           END-EVALUATE.

      *****************************************************************
      * PF10 - the keyed supervisor id must be on the TELLER file,    *
      * active, carry supervisor authority and not be the teller      *
      * authorising their own transfer.  The supervisor is noted in   *
      * the penalty movement's description.                           *
      *****************************************************************
       2130-CHECK-SUPERVISOR.
           IF SUPIDL = 0
               MOVE 'KEY THE SUPERVISOR ID FOR AN OVERRIDE'
                   TO WS-MSG
           ELSE
               MOVE SUPIDI TO TELL-ID
               EXEC CICS READ
                    FILE('TELLER')
                    INTO(TELLER-RECORD)
                    RIDFLD(TELL-ID)
                    KEYLENGTH(LENGTH OF TELL-ID)
                    RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'SUPERVISOR ID NOT ON FILE' TO WS-MSG
                   WHEN NOT TELL-ACTIVE
                       MOVE 'SUPERVISOR ID IS REVOKED' TO WS-MSG
                   WHEN NOT TELL-IS-SUPERVISOR
                       MOVE 'OVERRIDE NEEDS SUPERVISOR AUTHORITY'
                           TO WS-MSG
                   WHEN TELL-ID = SGN-TELLER-ID
                       MOVE 'YOU CANNOT AUTHORISE YOUR OWN TRANSFER'
                           TO WS-MSG
                   WHEN OTHER
                       MOVE TELL-ID TO WS-SUP-ID
                       PERFORM 3000-TRANSFER
               END-EVALUATE
           END-IF.

      *****************************************************************
      * Apply the debit, then the credit, then write the two          *
      * PROCTRAN legs - all inside one CICS unit of work.  Any        *
               MOVE WS-BALNCE-ED TO FRBALO
               MOVE ACCT-BALANCE TO WS-BALNCE-ED
               MOVE WS-BALNCE-ED TO TOBALO
               IF WS-PENALTY > 0
                   MOVE WS-PENALTY TO WS-PENALTY-ED
                   MOVE WS-PENALTY-ED TO WS-PM-AMOUNT
                   MOVE WS-PEN-MSG TO WS-MSG
               ELSE
                   MOVE 'TRANSFERRED' TO WS-MSG
               END-IF
           END-IF.

       3050-STAMP-DATE-TIME.
      * Read the debit side for update, check the available balance   *
      * covers the transfer and apply the debit.  Rejection before    *
      * anything is changed needs no backout; a REWRITE failure does. *
      * An early break takes the penalty off as well, so the funds    *
      * must cover both.                                              *
      *****************************************************************
       3100-DEBIT-FROM-ACCOUNT.
           MOVE 0 TO WS-PENALTY.
           MOVE WS-SORT-CODE TO ACCT-SORT-CODE.
           MOVE WS-FROM-ACCT-NUM TO ACCT-NUMBER.
           EXEC CICS READ
                       TO WS-MSG
                   PERFORM 3900-BACKOUT
               WHEN OTHER
                   PERFORM 3150-PRICE-PENALTY
                   IF WS-AMOUNT + WS-PENALTY >
                       ACCT-AVAILABLE-BALANCE + ACCT-OVERDRAFT-LIMIT
                       MOVE 'NO FUNDS LEFT FOR THE EARLY WDL PENALTY'
                           TO WS-MSG
                       PERFORM 3900-BACKOUT
                   ELSE
                       PERFORM 3160-APPLY-DEBIT
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * The early-withdrawal penalty is the product's penalty days of *
      * interest at the deposit's locked rate on the amount taken -   *
      * nothing on an ordinary transfer, or on a product not on file. *
      *****************************************************************
       3150-PRICE-PENALTY.
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

       3160-APPLY-DEBIT.
           SUBTRACT WS-AMOUNT WS-PENALTY FROM ACCT-BALANCE.
           SUBTRACT WS-AMOUNT WS-PENALTY FROM ACCT-AVAILABLE-BALANCE.
           MOVE ACCT-BALANCE TO WS-FROM-NEW-BALANCE.
           MOVE ACCT-AVAILABLE-BALANCE TO WS-FROM-NEW-AVAILABLE.
           EXEC CICS REWRITE
                FILE('ACCOUNT')
                FROM(ACCOUNT-RECORD)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'TRANSFER FAILED - BACKED OUT' TO WS-MSG
               PERFORM 3900-BACKOUT
           END-IF.

      *****************************************************************
      * Read the credit side for update and apply the credit.  The    *
      * debit has already been applied by now, so every failure path  *
      * equals each balance.  Both carry the shared reference.  The   *
      * task number keeps the sequence unique when two tellers post   *
      * to the same account in the same second.                       *
      * An early-withdrawal penalty goes against the from account as  *
      * a third movement of its own; it shares the from leg's account *
      * and second, so it takes the next sequence number up.          *
      *****************************************************************
       3300-WRITE-PROCTRAN-LEGS.
           COMPUTE WS-SEQ = FUNCTION MOD(EIBTASKN 10000).
               PERFORM 3310-WRITE-ONE-LEG
           END-IF.

           IF WS-MSG = SPACES
               AND WS-PENALTY > 0
               COMPUTE WS-SEQ = FUNCTION MOD(WS-SEQ + 1, 10000)
               MOVE WS-SEQ TO PROCT-SEQ
               MOVE WS-FROM-ACCT-NUM TO PROCT-ACCT-NUMBER
               MOVE 'PEN' TO PROCT-TYPE-CODE
               COMPUTE PROCT-AMOUNT = 0 - WS-PENALTY
               MOVE WS-SUP-ID TO WS-PD-SUP-ID
               MOVE WS-PEN-DESC TO PROCT-DESCRIPTION
               PERFORM 3310-WRITE-ONE-LEG
           END-IF.

       3310-WRITE-ONE-LEG.
           EXEC CICS WRITE
                FILE('PROCTRAN')
