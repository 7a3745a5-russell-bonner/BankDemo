           05  CUST-DATE-OF-BIRTH               PIC X(8).
           05  CUST-CREDIT-SCORE                PIC 9(3).
           05  CUST-CREDIT-SCORE-DATE           PIC X(8).
      *****************************************************************
      * Tax details for the year-end interest reporting (BINTTAX).    *
      * The taxpayer id is nine digits, blank when the customer has   *
      * not supplied one.  The withholding status is blank for the    *
      * standard case, B when backup withholding applies and E for an *
      * exempt recipient, whose interest is not reported.  Anything   *
      * else on file (records written before these fields existed)    *
      * reads as standard.                                            *
      *****************************************************************
           05  CUST-TAXPAYER-ID                 PIC X(9).
           05  CUST-WITHHOLD-STATUS             PIC X(1).
               88  CUST-WHT-BACKUP              VALUE 'B'.
               88  CUST-WHT-EXEMPT              VALUE 'E'.
               88  CUST-WHT-VALID               VALUE ' ', 'B', 'E'.
