      *   enforces for new accounts on the product.                   *
      *   Added the check-deposit clearing days the posting screen    *
      *   sets hold expiries from.                                    *
      *   Added the fixed-term deposit fields: the term in months     *
      *   (zero keeps the product instant-access) and the early-      *
      *   withdrawal penalty in days' interest.  A fixed-term         *
      *   product must carry a tier-1 rate to lock at opening.        *
      *   An existing product can no longer be switched between       *
      *   instant-access (term zero) and fixed-term: the accounts     *
      *   already on it were opened as one or the other, and the      *
      *   interest run would stop paying or pay twice.  A new product *
      *   is set up instead.                                          *
      *****************************************************************

       IDENTIFICATION DIVISION.
                                                       COMP-3.
       01  WS-MIN-SCORE                              PIC 9(3).
       01  WS-CLEARING-DAYS                          PIC 9(2).
       01  WS-TERM-MONTHS                            PIC 9(3).
       01  WS-PENALTY-DAYS                           PIC 9(3).

       01  WS-FEE-ED                                 PIC -(7)9.99.

           IF WS-INPUT-VALID
               PERFORM 2225-VALIDATE-FEES
           END-IF.
           IF WS-INPUT-VALID
               PERFORM 2227-VALIDATE-TERM
           END-IF.

      *****************************************************************
      * The fee fields are optional - blank means no fee, no free     *
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * The term fields are optional too - blank is an instant-access *
      * product with no penalty.  A fixed term has to pay interest    *
      * (the opening screen locks the tier-1 rate for the term) and   *
      * is capped at ten years; a penalty means nothing without one.  *
      *****************************************************************
       2227-VALIDATE-TERM.
           MOVE 0 TO WS-TERM-MONTHS.
           MOVE 0 TO WS-PENALTY-DAYS.
           EVALUATE TRUE
               WHEN TERMMOL > 0
                   AND TERMMOI NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'TERM MONTHS MUST BE NUMERIC' TO WS-MSG
               WHEN PENDYSL > 0
                   AND PENDYSI NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'PENALTY DAYS MUST BE NUMERIC' TO WS-MSG
               WHEN OTHER
                   IF TERMMOL > 0
                       MOVE TERMMOI TO WS-TERM-MONTHS
                   END-IF
                   IF PENDYSL > 0
                       MOVE PENDYSI TO WS-PENALTY-DAYS
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-TERM-MONTHS > 120
                           MOVE 'N' TO WS-VALID-SW
                           MOVE 'TERM CANNOT EXCEED 120 MONTHS'
                               TO WS-MSG
                       WHEN WS-TERM-MONTHS > 0
                           AND WS-NEW-INT-FLAG NOT = 'Y'
                           MOVE 'N' TO WS-VALID-SW
                           MOVE 'A FIXED TERM NEEDS INTEREST Y'
                               TO WS-MSG
                       WHEN WS-TERM-MONTHS = 0
                           AND WS-PENALTY-DAYS > 0
                           MOVE 'N' TO WS-VALID-SW
                           MOVE 'PENALTY DAYS NEED A TERM' TO WS-MSG
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE.

       2221-CONVERT-ONE-TIER.
           MOVE 0 TO WS-TW-LIMIT(WS-IX).
           MOVE 0 TO WS-TW-RATE(WS-IX).
               PERFORM 2250-WRITE-NEW
           END-IF.

      *****************************************************************
      * The term may be changed, but not to or from zero - the        *
      * accounts already on the product were opened instant-access    *
      * or fixed-term, and BINTPOST prices them from the product's    *
      * term while BTDMAT pays only those with a deposit record.      *
      *****************************************************************
       2240-REWRITE-EXISTING.
           EXEC CICS READ
                FILE('PRODUCT')
                UPDATE
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
      *****************************************************************
      * Record was removed between the lookup and the save - fall     *
      * back to creating it fresh rather than failing the save.       *
      *****************************************************************
                   MOVE 'N' TO CA-EXISTS-SW
                   PERFORM 2250-WRITE-NEW
               WHEN (PROD-TERM-MONTHS = 0 AND WS-TERM-MONTHS > 0)
                 OR (PROD-TERM-MONTHS > 0 AND WS-TERM-MONTHS = 0)
                   MOVE
                   'TERM CANNOT GO TO OR FROM ZERO - USE A NEW PRODUCT'
                       TO WS-MSG
               WHEN OTHER
                   PERFORM 2260-MOVE-FIELDS-TO-RECORD
                   EXEC CICS REWRITE
                        FILE('PRODUCT')
                        FROM(PRODUCT-RECORD)
                        RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE 'SAVED' TO WS-MSG
                       MOVE 'ACTIVE   ' TO PSTATO
                   ELSE
                       MOVE 'UPDATE FAILED - SEE RESP CODE' TO WS-MSG
                   END-IF
           END-EVALUATE.

       2250-WRITE-NEW.
           MOVE SPACES TO PRODUCT-RECORD.
           MOVE WS-WAIVER-MIN-BAL TO PROD-WAIVER-MIN-BAL.
           MOVE WS-MIN-SCORE TO PROD-MIN-CREDIT-SCORE.
           MOVE WS-CLEARING-DAYS TO PROD-CLEARING-DAYS.
           MOVE WS-TERM-MONTHS TO PROD-TERM-MONTHS.
           MOVE WS-PENALTY-DAYS TO PROD-PENALTY-DAYS.
           SET PROD-ACTIVE TO TRUE.

       2261-MOVE-ONE-TIER.
           MOVE WS-LIM-ED TO WAIVMBO.
           MOVE PROD-MIN-CREDIT-SCORE TO MINSCRO.
           MOVE PROD-CLEARING-DAYS TO CLRDYSO.
           MOVE PROD-TERM-MONTHS TO TERMMOO.
           MOVE PROD-PENALTY-DAYS TO PENDYSO.
           IF PROD-WITHDRAWN
               MOVE 'WITHDRAWN' TO PSTATO
           ELSE
