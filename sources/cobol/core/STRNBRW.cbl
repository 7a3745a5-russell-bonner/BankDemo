      *              display, the same hand-off convention the        *
      *              customer browse uses into SACI.  Runs pseudo-    *
      *              conversationally under transaction STRN.         *
      *                                                               *
      * Modification history:                                         *
      *              Each row now has a selection field.  An S        *
      *              against a row hands that movement's key to the   *
      *              movement correction screen (SCOR, STRNCOR),      *
      *              which checks supervisor authority for itself;    *
      *              the row keys in screen order are carried in the  *
      *              commarea for the purpose.                        *
      *              Only an S selects - any other mark in a          *
      *              selection field is refused with a prompt rather  *
      *              than taken as a selection.                       *
      *****************************************************************

       IDENTIFICATION DIVISION.
           VALUE 10.
       01  WS-IX                                     PIC 9(2).
       01  WS-ROW-IX                                 PIC 9(2).
       01  WS-SEL-ROW                                PIC 9(2).

       01  WS-SEL-BAD-MARK-SW                        PIC X VALUE 'N'.
           88  WS-SEL-BAD-MARK                       VALUE 'Y'.

       01  WS-ACCT-NUM-NUMERIC                      PIC 9(8).

           88  WS-COLLECT-BACKWARD                   VALUE 'B'.
           88  WS-COLLECT-FORWARD                    VALUE 'F'.

      *****************************************************************
      * The selection fields and their keyed lengths are gathered     *
      * into these tables so one scan loop can cover all ten rows.    *
      *****************************************************************
       01  WS-SEL-TABLE.
           05  WS-SEL-ENTRY OCCURS 10.
               10  WS-SEL-LEN                        PIC S9(4) COMP.
               10  WS-SEL-CHAR                       PIC X(1).

      *****************************************************************
      * Handed to STRNCOR on a line-select - the marker tells it a    *
      * movement is being passed in, by account and date/time/seq.    *
      *****************************************************************
       01  WS-XCTL-COMMAREA.
           05  WS-XC-MARKER                          PIC X(1)
               VALUE 'S'.
           05  WS-XC-ACCT                            PIC 9(8).
           05  WS-XC-KEY                             PIC X(18).

      *****************************************************************
      * Record id for the PROCTRAN browse.                            *
      *****************************************************************
      *****************************************************************
      * Carried across the pseudo-conversation: the account being     *
      * browsed and the newest and oldest movement keys on the        *
      * screen, so PF7/PF8 know where to carry on from, and the       *
      * date/time/seq behind each displayed row so a selection can    *
      * be acted on without re-reading the screen contents.           *
      *****************************************************************
       01  WS-COMMAREA.
           05  WS-CA-MARKER                         PIC X(1)
               VALUE SPACES.
           05  WS-CA-ROW-COUNT                       PIC 9(2)
               VALUE 0.
           05  WS-CA-ROW-KEY OCCURS 10               PIC X(18).

      *****************************************************************
      * Set when the screen being sent replaces another transaction's *
           05  LK-CA-TOP-KEY                         PIC X(18).
           05  LK-CA-BOT-KEY                         PIC X(18).
           05  LK-CA-ROW-COUNT                       PIC 9(2).
           05  LK-CA-ROW-KEY OCCURS 10               PIC X(18).

       PROCEDURE DIVISION.

                   MOVE LK-CA-TOP-KEY TO WS-CA-TOP-KEY
                   MOVE LK-CA-BOT-KEY TO WS-CA-BOT-KEY
                   MOVE LK-CA-ROW-COUNT TO WS-CA-ROW-COUNT
                   PERFORM 0100-RESTORE-ROW-KEY
                       VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-ROWS-MAX
                   PERFORM 2000-PROCESS-AID
           END-EVALUATE.
           GOBACK.

       0100-RESTORE-ROW-KEY.
           MOVE LK-CA-ROW-KEY(WS-IX) TO WS-CA-ROW-KEY(WS-IX).

      *****************************************************************
      * First time in - put up a blank browse screen.                 *
      *****************************************************************
                   PERFORM 5000-RESEND-MAP
           END-EVALUATE.

      *****************************************************************
      * ENTER either selects a row (an S against a listed movement)   *
      * for correction or, with no selection, lists the keyed         *
      * account afresh.                                               *
      *****************************************************************
       2100-RECEIVE-AND-LIST.
           EXEC CICS RECEIVE MAP('TRNBRW')
                MAPSET('TRNBRWM')
                INTO(TRNBRWI)
           END-EXEC.
           PERFORM 2110-FIND-SELECTION.
           EVALUATE TRUE
               WHEN WS-SEL-BAD-MARK
                   MOVE 'ENTER S TO SELECT A MOVEMENT' TO WS-MSG
               WHEN WS-SEL-ROW > 0
                   AND WS-SEL-ROW NOT > WS-CA-ROW-COUNT
                   PERFORM 2120-CORRECT-SELECTION
               WHEN WS-SEL-ROW > 0
                   MOVE 'SELECTED ROW IS EMPTY' TO WS-MSG
               WHEN ACCTNOL = 0
                   MOVE 'ENTER AN ACCOUNT NUMBER' TO WS-MSG
               WHEN OTHER
                   MOVE ACCTNOI TO WS-ACCT-NUM-NUMERIC
                   PERFORM 3000-FIRST-PAGE
           END-EVALUATE.
           PERFORM 5000-RESEND-MAP.

      *****************************************************************
      * Gather the ten selection fields into a table and find the     *
      * first row the teller marked with S.  Every field is looked    *
      * at, so a stray mark anywhere is caught rather than a          *
      * movement being sent for correction by accident.               *
      *****************************************************************
       2110-FIND-SELECTION.
           MOVE SEL1L TO WS-SEL-LEN(1).
           MOVE SEL1I TO WS-SEL-CHAR(1).
           MOVE SEL2L TO WS-SEL-LEN(2).
           MOVE SEL2I TO WS-SEL-CHAR(2).
           MOVE SEL3L TO WS-SEL-LEN(3).
           MOVE SEL3I TO WS-SEL-CHAR(3).
           MOVE SEL4L TO WS-SEL-LEN(4).
           MOVE SEL4I TO WS-SEL-CHAR(4).
           MOVE SEL5L TO WS-SEL-LEN(5).
           MOVE SEL5I TO WS-SEL-CHAR(5).
           MOVE SEL6L TO WS-SEL-LEN(6).
           MOVE SEL6I TO WS-SEL-CHAR(6).
           MOVE SEL7L TO WS-SEL-LEN(7).
           MOVE SEL7I TO WS-SEL-CHAR(7).
           MOVE SEL8L TO WS-SEL-LEN(8).
           MOVE SEL8I TO WS-SEL-CHAR(8).
           MOVE SEL9L TO WS-SEL-LEN(9).
           MOVE SEL9I TO WS-SEL-CHAR(9).
           MOVE SEL10L TO WS-SEL-LEN(10).
           MOVE SEL10I TO WS-SEL-CHAR(10).
           MOVE 0 TO WS-SEL-ROW.
           MOVE 'N' TO WS-SEL-BAD-MARK-SW.
           PERFORM 2115-CHECK-ONE-SELECTION
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-ROWS-MAX.

       2115-CHECK-ONE-SELECTION.
           IF WS-SEL-LEN(WS-IX) > 0
               EVALUATE TRUE
                   WHEN WS-SEL-CHAR(WS-IX) = SPACE
                       CONTINUE
                   WHEN WS-SEL-CHAR(WS-IX) NOT = 'S'
                       SET WS-SEL-BAD-MARK TO TRUE
                   WHEN WS-SEL-ROW = 0
                       MOVE WS-IX TO WS-SEL-ROW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *****************************************************************
      * Hand the marked movement to the correction screen.  Whether   *
      * the terminal may correct it at all is STRNCOR's business.     *
      *****************************************************************
       2120-CORRECT-SELECTION.
           MOVE WS-CA-ACCT TO WS-XC-ACCT.
           MOVE WS-CA-ROW-KEY(WS-SEL-ROW) TO WS-XC-KEY.
           EXEC CICS XCTL
                PROGRAM('STRNCOR')
                COMMAREA(WS-XCTL-COMMAREA)
           END-EXEC.

      *****************************************************************
      * PF8 - carry on from just past the oldest movement shown.      *
      *****************************************************************
                   MOVE WS-PG-KEY(1) TO WS-CA-BOT-KEY
               END-IF
               IF WS-ROW-IX = WS-ROWS-MAX
                   MOVE 'PF8 OLDER - PF7 NEWER - S ON A ROW TO CORRECT'
                       TO WS-MSG
               ELSE
                   MOVE 'END OF MOVEMENTS - S ON A ROW TO CORRECT'
                       TO WS-MSG
               END-IF
           END-IF.

       3210-LAY-OUT-ONE-ROW.
           IF WS-COLLECT-BACKWARD
               MOVE WS-PG-ROW(WS-IX) TO WS-TRN-ROW
               MOVE WS-PG-KEY(WS-IX) TO WS-CA-ROW-KEY(WS-IX)
           ELSE
               MOVE WS-PG-ROW(WS-ROW-IX + 1 - WS-IX) TO WS-TRN-ROW
               MOVE WS-PG-KEY(WS-ROW-IX + 1 - WS-IX)
                   TO WS-CA-ROW-KEY(WS-IX)
           END-IF.
           PERFORM 4200-MOVE-ROW-TO-MAP.

           MOVE SPACES TO LINE8O.
           MOVE SPACES TO LINE9O.
           MOVE SPACES TO LINE10O.
           MOVE SPACES TO SEL1O.
           MOVE SPACES TO SEL2O.
           MOVE SPACES TO SEL3O.
           MOVE SPACES TO SEL4O.
           MOVE SPACES TO SEL5O.
           MOVE SPACES TO SEL6O.
           MOVE SPACES TO SEL7O.
           MOVE SPACES TO SEL8O.
           MOVE SPACES TO SEL9O.
           MOVE SPACES TO SEL10O.

       4200-MOVE-ROW-TO-MAP.
           EVALUATE WS-IX
