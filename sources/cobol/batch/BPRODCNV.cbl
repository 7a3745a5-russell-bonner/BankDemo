      *****************************************************************
      * Program:     BPRODCNV.CBL                                     *
      * Layer:       Batch                                            *
      * Function:    One-off PRODUCT record conversion - the record   *
      *              grew from 96 to 112 bytes when the fixed-term    *
      *              deposit fields (term months, early-withdrawal    *
      *              penalty days) were added to the end of it.       *
      *              Reads the old master as unloaded by the first    *
      *              step of BPRODCNV.jcl and loads every product     *
      *              into the redefined cluster with the first 96     *
      *              bytes unchanged and the new fields zeroed, so    *
      *              every existing product comes across as an        *
      *              instant-access product exactly as before.        *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BPRODCNV.
       DATE-WRITTEN.
           October 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PRODUCT-FILE ASSIGN TO PRODOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO PRODUCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PRODUCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * The 96-byte layout the master carried before the fixed-term   *
      * fields were added - the first 96 bytes of the new layout are  *
      * the same, so the record is carried across as one piece.       *
      *****************************************************************
       FD  OLD-PRODUCT-FILE.
       01  OLD-PRODUCT-RECORD                        PIC X(96).

       FD  PRODUCT-FILE.
           COPY PRODUCT.

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS                            PIC X(2).
           88  WS-OLD-OK                            VALUE '00'.

       01  WS-PRODUCT-STATUS                        PIC X(2).
           88  WS-PRODUCT-OK                        VALUE '00'.

       01  WS-EOF-SW                                PIC X VALUE 'N'.
           88  WS-END-OF-PRODUCTS                   VALUE 'Y'.

       01  WS-PRODUCTS-READ                          PIC 9(9) COMP
                                                       VALUE 0.
       01  WS-PRODUCTS-LOADED                        PIC 9(9) COMP
                                                       VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISE.
           PERFORM 2000-PROCESS-PRODUCTS
               UNTIL WS-END-OF-PRODUCTS.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALISE.
           OPEN INPUT OLD-PRODUCT-FILE.
           IF NOT WS-OLD-OK
               DISPLAY 'BPRODCNV - UNABLE TO OPEN PRODOLD, STATUS='
                   WS-OLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRODUCT-FILE.
           IF NOT WS-PRODUCT-OK
               DISPLAY 'BPRODCNV - UNABLE TO OPEN PRODUCT, STATUS='
                   WS-PRODUCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-PROCESS-PRODUCTS.
           READ OLD-PRODUCT-FILE
               AT END
                   SET WS-END-OF-PRODUCTS TO TRUE
           END-READ.
           IF NOT WS-END-OF-PRODUCTS
               ADD 1 TO WS-PRODUCTS-READ
               PERFORM 3000-CONVERT-AND-LOAD
           END-IF.

      *****************************************************************
      * The unload comes off the cluster in key order, so the         *
      * sequential load needs no sort.  A product converted with a    *
      * zero term is an instant-access product - a fixed-term one is  *
      * set up on the product maintenance screen afterwards.          *
      *****************************************************************
       3000-CONVERT-AND-LOAD.
           MOVE SPACES TO PRODUCT-RECORD.
           MOVE OLD-PRODUCT-RECORD TO PRODUCT-RECORD (1:96).
           MOVE 0 TO PROD-TERM-MONTHS.
           MOVE 0 TO PROD-PENALTY-DAYS.
           WRITE PRODUCT-RECORD
               INVALID KEY
                   DISPLAY 'BPRODCNV - WRITE FAILED FOR ' PROD-CODE
                   MOVE 8 TO RETURN-CODE
           END-WRITE.
           IF WS-PRODUCT-OK
               ADD 1 TO WS-PRODUCTS-LOADED
           END-IF.

       9000-TERMINATE.
           CLOSE OLD-PRODUCT-FILE.
           CLOSE PRODUCT-FILE.
           DISPLAY 'BPRODCNV - PRODUCTS READ      : ' WS-PRODUCTS-READ.
           DISPLAY 'BPRODCNV - PRODUCTS LOADED    : '
               WS-PRODUCTS-LOADED.
