      *              assigns the next customer number by browsing to  *
      *              the highest one on file.  Runs pseudo-           *
      *              conversationally under transaction SCST.         *
      *                                                               *
      * Modification history:                                         *
      *   Added the taxpayer id and withholding status the year-end   *
      *   interest reporting (BINTTAX) files under.  Keying an        *
      *   existing customer number and pressing ENTER now brings the  *
      *   customer back, and PF5 then rewrites the record - so the    *
      *   tax details (and the name and address) can be maintained    *
      *   after onboarding.  A second PF5 after an add now amends     *
      *   the customer just added instead of adding another.          *
      *****************************************************************

       IDENTIFICATION DIVISION.
           05  WS-DOB-DD                             PIC 9(2).
       01  WS-DOB-X REDEFINES WS-DOB                 PIC X(8).

       01  WS-CUST-NUM-NUMERIC                       PIC 9(10).

      *****************************************************************
      * The tax details as keyed - blank when the field was left      *
      * empty.                                                        *
      *****************************************************************
       01  WS-TAXPAYER-ID                            PIC X(9).
       01  WS-WITHHOLD-STATUS                        PIC X(1).
           88  WS-WHT-VALID                          VALUE ' ', 'B',
                                                           'E'.

      *****************************************************************
      * Carried across the pseudo-conversation so the save step       *
      * knows whether it is amending the customer found on the        *
      * lookup (REWRITE) or adding a new one (WRITE).                 *
      *****************************************************************
       01  WS-COMMAREA.
           05  WS-CA-EXISTS-SW                      PIC X(1)
               VALUE 'N'.
               88  WS-CA-CUST-EXISTS                VALUE 'Y'.
           05  WS-CA-CUST-NUMBER                    PIC 9(10)
               VALUE 0.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-CA-EXISTS-SW                       PIC X(1).
           05  LK-CA-CUST-NUMBER                     PIC 9(10).

       PROCEDURE DIVISION.

           IF EIBCALEN = 0
               PERFORM 1000-SEND-INITIAL-MAP
           ELSE
               MOVE LK-CA-EXISTS-SW TO WS-CA-EXISTS-SW
               MOVE LK-CA-CUST-NUMBER TO WS-CA-CUST-NUMBER
               PERFORM 2000-PROCESS-AID
           END-IF.
           GOBACK.
                   EXEC CICS RETURN
                   END-EXEC
               WHEN DFHENTER
                   PERFORM 2050-RECEIVE-MAP
                   IF CUSTNOL > 0
                       AND (NOT WS-CA-CUST-EXISTS
                           OR WS-CUST-NUM-NUMERIC
                               NOT = WS-CA-CUST-NUMBER)
                       PERFORM 2300-LOOKUP-CUSTOMER
                   ELSE
                       PERFORM 2100-VALIDATE-INPUT
                       IF WS-INPUT-VALID
                           MOVE 'FIELDS VALID - PF5 SAVES' TO WS-MSG
                       END-IF
                   END-IF
                   PERFORM 5000-RESEND-MAP
               WHEN DFHPF5
                   PERFORM 2050-RECEIVE-MAP
                   PERFORM 2100-VALIDATE-INPUT
                   IF WS-INPUT-VALID
                       EVALUATE TRUE
                           WHEN CUSTNOL = 0
                               PERFORM 3000-ASSIGN-AND-WRITE
                           WHEN WS-CA-CUST-EXISTS
                               AND WS-CUST-NUM-NUMERIC
                                   = WS-CA-CUST-NUMBER
                               PERFORM 3200-REWRITE-CUSTOMER
                           WHEN OTHER
                               MOVE
                   'PRESS ENTER TO LOOK UP THE CUSTOMER BEFORE SAVING'
                                   TO WS-MSG
                       END-EVALUATE
                   END-IF
                   PERFORM 5000-RESEND-MAP
               WHEN OTHER
           END-EVALUATE.

      *****************************************************************
      * Pull the user's input off the screen.  A keyed customer       *
      * number means the user is looking up or amending an existing   *
      * customer; with none, the screen adds a new one.               *
      *****************************************************************
       2050-RECEIVE-MAP.
           EXEC CICS RECEIVE MAP('CUSTMNT')
                MAPSET('CUSTMNTM')
                INTO(CUSTMNTI)
           END-EXEC.
           IF CUSTNOL > 0
               MOVE CUSTNOI TO WS-CUST-NUM-NUMERIC
           END-IF.

      *****************************************************************
      * Validate the input.  Nothing is written unless every field    *
      * passes - address lines 2 and 3 and the tax details are the    *
      * only optional fields.                                         *
      *****************************************************************
       2100-VALIDATE-INPUT.
           MOVE 'N' TO WS-VALID-SW.
           EVALUATE TRUE
               WHEN CUSTNML = 0
                       TO WS-MSG
               ELSE
                   SET WS-INPUT-VALID TO TRUE
                   PERFORM 2120-VALIDATE-TAX-DETAILS
               END-IF
           END-IF.

      *****************************************************************
      * The taxpayer id is optional (the year-end run lists customers *
      * over the reporting threshold who have none) but one that is   *
      * keyed must be a full nine digits.  The withholding status is  *
      * blank for the standard case, B for backup withholding or E    *
      * for an exempt recipient.                                      *
      *****************************************************************
       2120-VALIDATE-TAX-DETAILS.
           MOVE SPACES TO WS-TAXPAYER-ID.
           MOVE SPACE TO WS-WITHHOLD-STATUS.
           IF TAXIDL > 0
               MOVE TAXIDI TO WS-TAXPAYER-ID
           END-IF.
           IF WHTSTL > 0
               MOVE WHTSTI TO WS-WITHHOLD-STATUS
           END-IF.
           EVALUATE TRUE
               WHEN WS-TAXPAYER-ID NOT = SPACES
                   AND WS-TAXPAYER-ID NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'TAXPAYER ID MUST BE 9 DIGITS' TO WS-MSG
               WHEN WS-TAXPAYER-ID = ZEROS
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'TAXPAYER ID CANNOT BE ALL ZEROS' TO WS-MSG
               WHEN NOT WS-WHT-VALID
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'WITHHOLDING MUST BE BLANK, B OR E' TO WS-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      * Look up the keyed customer so the user can see (and then      *
      * amend) what is currently held.                                *
      *****************************************************************
       2300-LOOKUP-CUSTOMER.
           MOVE 'N' TO WS-CA-EXISTS-SW.
           MOVE WS-CUST-NUM-NUMERIC TO CUST-NUMBER.
           EXEC CICS READ
                FILE('CUSTOMER')
                INTO(CUSTOMER-RECORD)
                RIDFLD(CUST-NUMBER)
                KEYLENGTH(LENGTH OF CUST-NUMBER)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-CA-CUST-EXISTS TO TRUE
               MOVE CUST-NUMBER TO WS-CA-CUST-NUMBER
               PERFORM 4000-BUILD-MAP-FROM-CUSTOMER
               MOVE 'EXISTING CUSTOMER - AMEND AND PF5 SAVES' TO WS-MSG
           ELSE
               MOVE 'CUSTOMER NOT FOUND - CLEAR THE NUMBER TO ADD ONE'
                   TO WS-MSG
           END-IF.

      *****************************************************************
      * Assign the next customer number and write the record.  The    *
      * highest number on file is found with a browse; the WRITE      *
           COMPUTE WS-NEW-CUST-NUMBER = WS-HIGHEST-CUST-NUMBER + 1.

           MOVE WS-NEW-CUST-NUMBER TO CUST-NUMBER.
           PERFORM 3050-MOVE-SCREEN-TO-RECORD.
           MOVE 0 TO CUST-CREDIT-SCORE.
           MOVE SPACES TO CUST-CREDIT-SCORE-DATE.

           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE WS-NEW-CUST-NUMBER TO CUSTNOO
               SET WS-CA-CUST-EXISTS TO TRUE
               MOVE WS-NEW-CUST-NUMBER TO WS-CA-CUST-NUMBER
               MOVE 'CUSTOMER ADDED' TO WS-MSG
           ELSE
               MOVE 'CREATE FAILED - PRESS PF5 TO TRY AGAIN'
                   TO WS-MSG
           END-IF.

      *****************************************************************
      * The keyed fields onto the record - shared by the add and the  *
      * amend, so both store the same things.                         *
      *****************************************************************
       3050-MOVE-SCREEN-TO-RECORD.
           MOVE CUSTNMI TO CUST-NAME.
           MOVE ADDR1I TO CUST-ADDR-LINE1.
           MOVE ADDR2I TO CUST-ADDR-LINE2.
           MOVE ADDR3I TO CUST-ADDR-LINE3.
           MOVE PSTCDEI TO CUST-ADDR-POSTCODE.
           MOVE DOBI TO CUST-DATE-OF-BIRTH.
           MOVE WS-TAXPAYER-ID TO CUST-TAXPAYER-ID.
           MOVE WS-WITHHOLD-STATUS TO CUST-WITHHOLD-STATUS.

      *****************************************************************
      * Find the highest customer number on file: position the        *
      * browse at the high end of the key range and read backwards    *
               END-EXEC
           END-IF.

      *****************************************************************
      * Amend the customer found on the lookup.  The record is read   *
      * for update again so the credit score the nightly scoring run  *
      * keeps on it is carried over untouched.                        *
      *****************************************************************
       3200-REWRITE-CUSTOMER.
           MOVE WS-CA-CUST-NUMBER TO CUST-NUMBER.
           EXEC CICS READ
                FILE('CUSTOMER')
                INTO(CUSTOMER-RECORD)
                RIDFLD(CUST-NUMBER)
                KEYLENGTH(LENGTH OF CUST-NUMBER)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO WS-CA-EXISTS-SW
               MOVE 'CUSTOMER NO LONGER ON FILE - NOT SAVED' TO WS-MSG
           ELSE
               PERFORM 3050-MOVE-SCREEN-TO-RECORD
               EXEC CICS REWRITE
                    FILE('CUSTOMER')
                    FROM(CUSTOMER-RECORD)
                    RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'CUSTOMER UPDATED' TO WS-MSG
               ELSE
                   MOVE 'UPDATE FAILED - PRESS PF5 TO TRY AGAIN'
                       TO WS-MSG
               END-IF
           END-IF.

      *****************************************************************
      * Show the customer found on the lookup.  Tax details from      *
      * before the fields existed are shown blank.                    *
      *****************************************************************
       4000-BUILD-MAP-FROM-CUSTOMER.
           MOVE CUST-NAME TO CUSTNMO.
           MOVE CUST-ADDR-LINE1 TO ADDR1O.
           MOVE CUST-ADDR-LINE2 TO ADDR2O.
           MOVE CUST-ADDR-LINE3 TO ADDR3O.
           MOVE CUST-ADDR-POSTCODE TO PSTCDEO.
           MOVE CUST-DATE-OF-BIRTH TO DOBO.
           MOVE CUST-NUMBER TO CUSTNOO.
           IF CUST-TAXPAYER-ID NUMERIC
               MOVE CUST-TAXPAYER-ID TO TAXIDO
           ELSE
               MOVE SPACES TO TAXIDO
           END-IF.
           IF CUST-WHT-VALID
               MOVE CUST-WITHHOLD-STATUS TO WHTSTO
           ELSE
               MOVE SPACE TO WHTSTO
           END-IF.

      *****************************************************************
      * Show whatever is currently in the map (the assigned customer  *
      * number, or an error message) and wait for the next key press. *
