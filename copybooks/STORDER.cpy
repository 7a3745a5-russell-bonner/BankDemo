           05  SO-STATUS                        PIC X(1).
               88  SO-ACTIVE                    VALUE 'A'.
               88  SO-CANCELLED                 VALUE 'C'.
      *****************************************************************
      * Supervisor who authorised this order to be paid out of a      *
      * fixed-term deposit before maturity - blank on every other     *
      * order.  The execution batch refuses an early payment without  *
      * it, and charges the product's early-withdrawal penalty when   *
      * it pays one.                                                  *
      *****************************************************************
           05  SO-EARLY-AUTH-ID                 PIC X(4).
           05  FILLER                           PIC X(6).
