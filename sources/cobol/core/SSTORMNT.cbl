      *   A closed account (ACCT-STATUS of C, set by the closure      *
      *   screen) is now refused on the save path - an order against  *
      *   one would just fail in the nightly batch every night.       *
      *   An order may now carry the id of a supervisor who           *
      *   authorised it to pay out of a fixed-term deposit before     *
      *   maturity; the id is checked against the TELLER file on      *
      *   save.  Without one the execution batch skips the payment    *
      *   until the deposit matures.                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
      *****************************************************************
       COPY STORDER.
       COPY ACCOUNT.
       COPY TELLER.
       COPY STORMNT.
       COPY DFHAID.

           IF WS-INPUT-VALID
               PERFORM 2220-CHECK-ACCOUNT-EXISTS
           END-IF.
           IF WS-INPUT-VALID
               AND EWAUTHL > 0
               AND EWAUTHI NOT = SPACES
               PERFORM 2225-CHECK-EARLY-AUTH
           END-IF.
           IF WS-INPUT-VALID
               PERFORM 2230-BUILD-AND-SAVE
           END-IF.
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      * The early-withdrawal authority has to be a supervisor still   *
      * active on the TELLER file - the batch takes the id on trust.  *
      *****************************************************************
       2225-CHECK-EARLY-AUTH.
           MOVE EWAUTHI TO TELL-ID.
           EXEC CICS READ
                FILE('TELLER')
                INTO(TELLER-RECORD)
                RIDFLD(TELL-ID)
                KEYLENGTH(LENGTH OF TELL-ID)
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'EARLY WDL AUTH ID NOT ON FILE' TO WS-MSG
               WHEN NOT TELL-ACTIVE
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'EARLY WDL AUTH ID IS REVOKED' TO WS-MSG
               WHEN NOT TELL-IS-SUPERVISOR
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'EARLY WDL AUTH NEEDS SUPERVISOR AUTHORITY'
                       TO WS-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2230-BUILD-AND-SAVE.
           MOVE WS-SORT-CODE TO SO-SORT-CODE.
           MOVE WS-ACCT-NUM-NUMERIC TO SO-ACCT-NUMBER.
               MOVE WS-NEW-FREQUENCY TO SO-FREQUENCY
               MOVE NXTDUEI TO SO-NEXT-DUE-DATE
               MOVE SODESCI TO SO-DESCRIPTION
               PERFORM 2260-MOVE-EARLY-AUTH
               SET SO-ACTIVE TO TRUE
               EXEC CICS REWRITE
                    FILE('STORDER')
           MOVE WS-NEW-FREQUENCY TO SO-FREQUENCY.
           MOVE NXTDUEI TO SO-NEXT-DUE-DATE.
           MOVE SODESCI TO SO-DESCRIPTION.
           PERFORM 2260-MOVE-EARLY-AUTH.
           SET SO-ACTIVE TO TRUE.
           EXEC CICS WRITE
                FILE('STORDER')
               MOVE 'CREATE FAILED - SEE RESP CODE' TO WS-MSG
           END-IF.

      *****************************************************************
      * A blank field clears any authority the order carried before.  *
      *****************************************************************
       2260-MOVE-EARLY-AUTH.
           IF EWAUTHL > 0
               AND EWAUTHI NOT = SPACES
               MOVE EWAUTHI TO SO-EARLY-AUTH-ID
           ELSE
               MOVE SPACES TO SO-EARLY-AUTH-ID
           END-IF.

      *****************************************************************
      * Cancel the keyed instruction - the record stays on file with  *
      * a cancelled status so there is a trace of what was held, but  *
           MOVE SO-FREQUENCY TO FREQO.
           MOVE SO-NEXT-DUE-DATE TO NXTDUEO.
           MOVE SO-DESCRIPTION TO SODESCO.
           MOVE SO-EARLY-AUTH-ID TO EWAUTHO.
           IF SO-CANCELLED
               MOVE 'CANCELLED' TO SOSTATO
           ELSE
