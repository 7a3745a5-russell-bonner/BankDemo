      *   The job now registers with the batch run control (BRUNCTL) *
      *   and posts under the business processing date instead of    *
      *   the system clock.                                           *
      *   A fixed-term deposit product (PROD-TERM-MONTHS not zero)    *
      *   earns no daily credit interest here - the term's interest   *
      *   is paid in one movement at the locked rate by the maturity  *
      *   batch (BTDMAT).  Overdraft interest is charged as before.   *
      *****************************************************************

       IDENTIFICATION DIVISION.
                   ELSE
                       MOVE 0 TO WS-EFFECTIVE-RATE
                   END-IF
      *****************************************************************
      * Fixed term: the interest for the whole term is paid at        *
      * maturity by BTDMAT, so nothing accrues night by night.        *
      *****************************************************************
               WHEN WS-PROD-FOUND
                   AND PROD-TERM-MONTHS NUMERIC
                   AND NOT PROD-INSTANT-ACCESS
                   MOVE 0 TO WS-EFFECTIVE-RATE
               WHEN NOT WS-PROD-FOUND
                   MOVE ACCT-INTEREST-RATE TO WS-EFFECTIVE-RATE
               WHEN PROD-NO-INTEREST
