      *****************************************************************
           05  PROD-CLEARING-DAYS               PIC 9(2).
           05  FILLER                           PIC X(2).
      *****************************************************************
      * Fixed-term deposits: a non-zero term makes the product a      *
      * fixed-term deposit - the opening screen locks the rate for    *
      * the term and sets the maturity date from it, and the nightly  *
      * maturity batch (BTDMAT) pays the interest and rolls over or   *
      * pays out when the term ends.  Zero is an instant-access       *
      * product.  The early-withdrawal penalty is so many days'       *
      * interest, at the deposit's locked rate, on the amount taken   *
      * out before maturity under a supervisor override.              *
      *****************************************************************
           05  PROD-TERM-MONTHS                 PIC 9(3).
               88  PROD-INSTANT-ACCESS          VALUE 0.
           05  PROD-PENALTY-DAYS                PIC 9(3).
           05  FILLER                           PIC X(10).
