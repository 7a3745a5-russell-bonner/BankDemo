      *              who keyed it.  PF9 signs the terminal off        *
      *              again.  Runs pseudo-conversationally under       *
      *              transaction SSGN.                                *
      *                                                               *
      * Modification history:                                         *
      *   PF9 with the cash counted keyed declares the teller's till  *
      *   for the day (TILL file): the count and the time are         *
      *   recorded, and the till takes no more cash postings until a  *
      *   supervisor accepts the count on the till screen (STIL).     *
      *   PF9 with the field left empty signs off without declaring - *
      *   a break, not the end of the day.                            *
      *****************************************************************

       IDENTIFICATION DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *****************************************************************
      * TELLER and TILL are accessed through EXEC CICS FILE commands  *
      * against resources defined in the CSD, not through             *
      * FILE-CONTROL/FD.                                              *
      *****************************************************************
       COPY TELLER.
       COPY TLRSGN.
       COPY TILL.
       COPY SIGNON.
       COPY DFHAID.

       01  WS-RESP                                  PIC S9(8) COMP.
       01  WS-MSG                                   PIC X(79).
       01  WS-ABSTIME                                PIC S9(15) COMP-3.
       01  WS-TIME-NUM                               PIC S9(6) COMP-3.
       01  WS-TIME-DISPLAY                           PIC 9(6).
       01  WS-TODAY                                  PIC X(8).

       01  WS-DECLARED-CASH                          PIC S9(10)V99
                                                       COMP-3.
       01  WS-CASH-ED                                PIC -(9)9.99.

       01  WS-DECLARE-OK-SW                          PIC X VALUE 'N'.
           88  WS-DECLARE-OK                         VALUE 'Y'.

       01  WS-DECLARED-MSG.
           05  FILLER                                PIC X(27)
               VALUE 'SIGNED OFF - TILL DECLARED '.
           05  WS-DM-CASH                            PIC X(13).

      *****************************************************************
      * The signed-on-teller queue is named for the terminal, so one  *
           05  FILLER                                PIC X(4)
               VALUE 'SGN '.
           05  WS-SGN-TRMID                          PIC X(4).
       01  WS-SGN-LEN                                PIC S9(4) COMP.

       01  WS-SIGNED-ON-SW                           PIC X VALUE 'N'.
           88  WS-SIGNED-ON                          VALUE 'Y'.

      *****************************************************************
      * Carried across the pseudo-conversation.                       *
      *****************************************************************
      * PF9 - sign the terminal off by deleting its queue.  The       *
      * posting, transfer and hold screens will refuse input again    *
      * until somebody signs back on.  With the cash counted keyed    *
      * the teller's till is declared first, and a count that cannot  *
      * be recorded leaves the teller signed on to put it right.      *
      *****************************************************************
       2300-SIGN-OFF.
           EXEC CICS RECEIVE MAP('SIGNON')
                MAPSET('SIGNONM')
                INTO(SIGNONI)
           END-EXEC.
           PERFORM 1300-GET-SIGNED-ON.
           EVALUATE TRUE
               WHEN NOT WS-SIGNED-ON
                   MOVE 'NOBODY IS SIGNED ON AT THIS TERMINAL' TO WS-MSG
               WHEN CASHCNTL = 0
                   PERFORM 2350-DELETE-SIGN-ON
                   MOVE 'SIGNED OFF - TILL NOT DECLARED' TO WS-MSG
               WHEN FUNCTION TEST-NUMVAL(CASHCNTI) NOT = 0
                   MOVE 'CASH COUNTED IS NOT NUMERIC' TO WS-MSG
               WHEN OTHER
                   COMPUTE WS-DECLARED-CASH = FUNCTION NUMVAL(CASHCNTI)
                   IF WS-DECLARED-CASH < 0
                       MOVE 'CASH COUNTED CANNOT BE NEGATIVE' TO WS-MSG
                   ELSE
                       PERFORM 2310-DECLARE-TILL
                       IF WS-DECLARE-OK
                           PERFORM 2350-DELETE-SIGN-ON
                           MOVE WS-DECLARED-CASH TO WS-CASH-ED
                           MOVE WS-CASH-ED TO WS-DM-CASH
                           MOVE WS-DECLARED-MSG TO WS-MSG
                       END-IF
                   END-IF
           END-EVALUATE.
           PERFORM 5000-RESEND-MAP.

      *****************************************************************
      * Read the signed-on teller for this terminal back from the     *
      * queue, so the till declared is the one belonging to whoever   *
      * is signing off.  QIDERR means nobody is signed on here.       *
      *****************************************************************
       1300-GET-SIGNED-ON.
           MOVE 'N' TO WS-SIGNED-ON-SW.
           MOVE EIBTRMID TO WS-SGN-TRMID.
           MOVE LENGTH OF TLRSGN-RECORD TO WS-SGN-LEN.
           EXEC CICS READQ TS
                QUEUE(WS-SGN-QUEUE)
                INTO(TLRSGN-RECORD)
                LENGTH(WS-SGN-LEN)
                ITEM(1)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-SIGNED-ON TO TRUE
           END-IF.

      *****************************************************************
      * Record the count on today's till.  Only a till that exists    *
      * and is not yet closed takes a count; declaring again before   *
      * the supervisor accepts simply replaces the earlier count.     *
      *****************************************************************
       2310-DECLARE-TILL.
           MOVE 'N' TO WS-DECLARE-OK-SW.
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
                TIME(WS-TIME-NUM)
           END-EXEC.
           MOVE WS-TIME-NUM TO WS-TIME-DISPLAY.
           MOVE SGN-TELLER-ID TO TILL-TELLER-ID.
           MOVE WS-TODAY TO TILL-DATE.
           EXEC CICS READ
                FILE('TILL')
                INTO(TILL-RECORD)
                RIDFLD(TILL-KEY)
                KEYLENGTH(LENGTH OF TILL-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'NO TILL FOR YOU TODAY - CLEAR CASH COUNTED'
                       TO WS-MSG
               WHEN TILL-CLOSED
                   MOVE 'TILL ALREADY CLOSED BY SUPERVISOR' TO WS-MSG
               WHEN OTHER
                   SET TILL-DECLARED TO TRUE
                   MOVE WS-DECLARED-CASH TO TILL-DECLARED-CASH
                   MOVE WS-TIME-DISPLAY TO TILL-DECLARED-TIME
                   EXEC CICS REWRITE
                        FILE('TILL')
                        FROM(TILL-RECORD)
                        RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       SET WS-DECLARE-OK TO TRUE
                   ELSE
                       MOVE 'TILL DECLARATION FAILED - SEE RESP CODE'
                           TO WS-MSG
                   END-IF
           END-EVALUATE.

       2350-DELETE-SIGN-ON.
           MOVE EIBTRMID TO WS-SGN-TRMID.
           EXEC CICS DELETEQ TS
                QUEUE(WS-SGN-QUEUE)
                RESP(WS-RESP)
           END-EXEC.
           MOVE SPACES TO TELLNMO.
           MOVE SPACES TO AUTHOO.
           MOVE SPACES TO CASHCNTO.

      *****************************************************************
      * Show whatever is currently in the map (the sign-on result,    *
