      *****************************************************************
      * Program:     SHOLMNT.CBL                                      *
      * Layer:       Screen handling                                  *
      * Function:    Bank holiday calendar maintenance - lets a       *
      *              signed-on supervisor key the bank holidays on    *
      *              the HOLIDAY file that the overnight jobs and     *
      *              the run-status screen treat as non-working       *
      *              days.  PF9 removes a date keyed in error (the    *
      *              record stays, marked removed, with who removed   *
      *              it); a later save reinstates it.  Saturdays and  *
      *              Sundays are never working days and are refused.  *
      *              A date already behind us cannot be changed -     *
      *              the jobs have run against it.  The holidays      *
      *              from today on are listed under the entry area.   *
      *              Runs pseudo-conversationally under transaction   *
      *              SHOL.                                            *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           SHOLMNT.
       DATE-WRITTEN.
           October 2026.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *****************************************************************
      * HOLIDAY is accessed through EXEC CICS FILE commands against a *
      * resource defined in the CSD, not through FILE-CONTROL/FD.     *
      *****************************************************************
       COPY HOLIDAY.
       COPY TLRSGN.
       COPY HOLMNT.
       COPY DFHAID.

       01  WS-RESP                                  PIC S9(8) COMP.
       01  WS-MSG                                   PIC X(79).

       01  WS-VALID-SW                               PIC X VALUE 'N'.
           88  WS-INPUT-VALID                        VALUE 'Y'.

       01  WS-ABSTIME                                PIC S9(15) COMP-3.
       01  WS-TODAY                                  PIC X(8).

       01  WS-HOL-DATE.
           05  WS-HOL-YYYY                           PIC 9(4).
           05  WS-HOL-MM                             PIC 9(2).
           05  WS-HOL-DD                             PIC 9(2).
       01  WS-HOL-DATE-NUM REDEFINES WS-HOL-DATE     PIC 9(8).

       01  WS-DAY-INT                                PIC 9(8) COMP.
       01  WS-WEEKDAY                                PIC 9(1).
       01  WS-DAY-NAME                               PIC X(9).

       01  WS-BROWSE-EOF-SW                          PIC X VALUE 'N'.
           88  WS-BROWSE-EOF                         VALUE 'Y'.

       01  WS-BROWSE-OPEN-SW                         PIC X VALUE 'N'.
           88  WS-BROWSE-OPEN                        VALUE 'Y'.

       01  WS-BROWSE-KEY                             PIC X(8).

      *****************************************************************
      * The list under the entry area shows the next eight active     *
      * holidays from today.                                          *
      *****************************************************************
       01  WS-ROWS-MAX                               PIC 9(2)
           VALUE 8.
       01  WS-IX                                     PIC 9(2).
       01  WS-ROW-IX                                 PIC 9(2).

       01  WS-UPCOMING-HDR.
           05  FILLER                                PIC X(21)
               VALUE 'DATE      DAY        '.
           05  FILLER                                PIC X(30)
               VALUE 'DESCRIPTION'.

       01  WS-UPCOMING-ROW.
           05  UR-DATE                               PIC X(8).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  UR-DAY-NAME                           PIC X(9).
           05  FILLER                                PIC X(2)
               VALUE SPACE.
           05  UR-DESCRIPTION                        PIC X(30).

       01  WS-LAST-CHANGED.
           05  LC-TELLER                             PIC X(4).
           05  FILLER                                PIC X(4)
               VALUE ' ON '.
           05  LC-DATE                               PIC X(8).

      *****************************************************************
      * The signed-on-teller queue is named for the terminal - the    *
      * sign-on transaction (SSGN) writes it and this screen reads    *
      * it back before accepting any input.  Here the occupant must   *
      * also carry supervisor authority.                              *
      *****************************************************************
       01  WS-SGN-QUEUE.
           05  FILLER                                PIC X(4)
               VALUE 'SGN '.
           05  WS-SGN-TRMID                          PIC X(4).
       01  WS-SGN-LEN                                PIC S9(4) COMP.

       01  WS-SIGNED-ON-SW                           PIC X VALUE 'N'.
           88  WS-SIGNED-ON                          VALUE 'Y'.

      *****************************************************************
      * Carried across the pseudo-conversation: whether the date last *
      * looked up or saved has a HOLIDAY record.  The save step reads *
      * the keyed date again before choosing REWRITE or WRITE.        *
      *****************************************************************
       01  WS-COMMAREA.
           05  CA-EXISTS-SW                         PIC X VALUE 'N'.
               88  CA-RECORD-EXISTS                  VALUE 'Y'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-EXISTS-SW                          PIC X.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1100-GET-TODAY.
           IF EIBCALEN = 0
               PERFORM 1000-SEND-INITIAL-MAP
           ELSE
               MOVE LK-EXISTS-SW TO CA-EXISTS-SW
               PERFORM 2000-PROCESS-AID
           END-IF.
           GOBACK.

      *****************************************************************
      * First time in - put up a blank entry area over the list of    *
      * holidays to come.                                             *
      *****************************************************************
       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO HOLMNTO.
           PERFORM 4500-LIST-UPCOMING.
           EXEC CICS SEND MAP('HOLMNT')
                MAPSET('HOLMNTM')
                ERASE
           END-EXEC.
           EXEC CICS RETURN
                TRANSID('SHOL')
                COMMAREA(WS-COMMAREA)
           END-EXEC.

       1100-GET-TODAY.
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
           END-EXEC.

      *****************************************************************
      * Read the signed-on teller for this terminal back from the     *
      * queue the sign-on transaction maintains.  QIDERR means        *
      * nobody is signed on here.                                     *
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
      * Returning from a previous screen - work out which key the     *
      * supervisor pressed and act on it.  Nothing but PF3 is         *
      * honoured until a supervisor is signed on at this terminal.    *
      *****************************************************************
       2000-PROCESS-AID.
           IF EIBAID = DFHPF3
               EXEC CICS RETURN
               END-EXEC
           END-IF.
           PERFORM 1300-GET-SIGNED-ON.
           EVALUATE TRUE
               WHEN NOT WS-SIGNED-ON
                   MOVE 'SIGN ON FIRST - TRANSACTION SSGN' TO WS-MSG
                   PERFORM 5000-RESEND-MAP
               WHEN NOT SGN-IS-SUPERVISOR
                   MOVE 'SUPERVISOR AUTHORITY REQUIRED' TO WS-MSG
                   PERFORM 5000-RESEND-MAP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 2100-RECEIVE-AND-LOOKUP
               WHEN DFHPF5
                   PERFORM 2200-RECEIVE-AND-SAVE
               WHEN DFHPF9
                   PERFORM 2300-RECEIVE-AND-REMOVE
               WHEN OTHER
                   MOVE 'INVALID KEY - USE ENTER, PF5, PF9 OR PF3'
                       TO WS-MSG
                   PERFORM 5000-RESEND-MAP
           END-EVALUATE.

      *****************************************************************
      * The keyed date must be a real calendar date, and never a      *
      * Saturday or Sunday - those are non-working days already.      *
      * Day 1 of the integer calendar (1 January 1601) was a Monday,  *
      * so the day number modulo 7 gives 6 for a Saturday and 0 for   *
      * a Sunday.                                                     *
      *****************************************************************
       2050-VALIDATE-DATE.
           MOVE 'N' TO WS-VALID-SW.
           MOVE 0 TO WS-DAY-INT.
           IF HDATEL = 0
               MOVE 'ENTER A HOLIDAY DATE - YYYYMMDD' TO WS-MSG
           ELSE
               IF HDATEI IS NOT NUMERIC
                   MOVE 'THE DATE MUST BE YYYYMMDD' TO WS-MSG
               ELSE
                   MOVE HDATEI TO WS-HOL-DATE
                   IF WS-HOL-YYYY > 1600
                      AND WS-HOL-MM > 0 AND WS-HOL-MM < 13
                      AND WS-HOL-DD > 0 AND WS-HOL-DD < 32
                       COMPUTE WS-DAY-INT =
                           FUNCTION INTEGER-OF-DATE(WS-HOL-DATE-NUM)
                   END-IF
                   IF WS-DAY-INT = 0
                       MOVE 'NOT A VALID CALENDAR DATE' TO WS-MSG
                   ELSE
                       SET WS-INPUT-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       2060-CHECK-CHANGEABLE.
           PERFORM 4600-NAME-THE-DAY.
           EVALUATE TRUE
               WHEN WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'A SATURDAY OR SUNDAY IS NEVER A WORKING DAY'
                       TO WS-MSG
               WHEN WS-HOL-DATE < WS-TODAY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'THE DATE IS PAST - THE JOBS HAVE RUN AGAINST I
      -                 'T' TO WS-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      * Look up the keyed date so the supervisor can see (and then    *
      * amend or remove) whatever is currently held, or find out the  *
      * date is not on the calendar yet.                              *
      *****************************************************************
       2100-RECEIVE-AND-LOOKUP.
           EXEC CICS RECEIVE MAP('HOLMNT')
                MAPSET('HOLMNTM')
                INTO(HOLMNTI)
           END-EXEC.
           PERFORM 2050-VALIDATE-DATE.
           IF WS-INPUT-VALID
               PERFORM 2110-READ-HOLIDAY
               IF CA-RECORD-EXISTS
                   PERFORM 4000-BUILD-MAP-FROM-HOLIDAY
                   MOVE 'EXISTING HOLIDAY - PF5 SAVES, PF9 REMOVES'
                       TO WS-MSG
               ELSE
                   MOVE SPACES TO HSTATO
                   MOVE SPACES TO HUPDO
                   MOVE 'NOT A HOLIDAY YET - ENTER DESCRIPTION, PF5 SAVE
      -                 'S' TO WS-MSG
               END-IF
           END-IF.
           PERFORM 5000-RESEND-MAP.

       2110-READ-HOLIDAY.
           MOVE 'N' TO CA-EXISTS-SW.
           MOVE WS-HOL-DATE TO HOL-DATE.
           EXEC CICS READ
                FILE('HOLIDAY')
                INTO(HOLIDAY-RECORD)
                RIDFLD(HOL-DATE)
                KEYLENGTH(LENGTH OF HOL-DATE)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO CA-EXISTS-SW
           END-IF.

      *****************************************************************
      * Save the holiday the supervisor keyed - WRITE a new record    *
      * or REWRITE the one found on the lookup.  Saving always        *
      * leaves the date active: reinstating a removed holiday is a    *
      * deliberate save, removing one is a deliberate PF9.            *
      *****************************************************************
       2200-RECEIVE-AND-SAVE.
           EXEC CICS RECEIVE MAP('HOLMNT')
                MAPSET('HOLMNTM')
                INTO(HOLMNTI)
           END-EXEC.
           PERFORM 2050-VALIDATE-DATE.
           IF WS-INPUT-VALID
               PERFORM 2060-CHECK-CHANGEABLE
           END-IF.
           IF WS-INPUT-VALID
               IF HDESCL = 0
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'ENTER THE HOLIDAY DESCRIPTION' TO WS-MSG
               END-IF
           END-IF.
           IF WS-INPUT-VALID
               PERFORM 2230-BUILD-AND-SAVE
           END-IF.
           PERFORM 5000-RESEND-MAP.

      *****************************************************************
      * The date may have been changed since it was looked up, so     *
      * whether it is already on file is settled again from the date  *
      * keyed now, not from the earlier lookup.                       *
      *****************************************************************
       2230-BUILD-AND-SAVE.
           PERFORM 2110-READ-HOLIDAY.
           MOVE WS-HOL-DATE TO HOL-DATE.
           IF CA-RECORD-EXISTS
               PERFORM 2240-REWRITE-EXISTING
           ELSE
               PERFORM 2250-WRITE-NEW
           END-IF.

       2240-REWRITE-EXISTING.
           EXEC CICS READ
                FILE('HOLIDAY')
                INTO(HOLIDAY-RECORD)
                RIDFLD(HOL-DATE)
                KEYLENGTH(LENGTH OF HOL-DATE)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2260-MOVE-FIELDS-TO-RECORD
               EXEC CICS REWRITE
                    FILE('HOLIDAY')
                    FROM(HOLIDAY-RECORD)
                    RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'SAVED' TO WS-MSG
                   PERFORM 4000-BUILD-MAP-FROM-HOLIDAY
               ELSE
                   MOVE 'UPDATE FAILED - SEE RESP CODE' TO WS-MSG
               END-IF
           ELSE
      *****************************************************************
      * Record was removed between the lookup and the save - fall     *
      * back to creating it fresh rather than failing the save.       *
      *****************************************************************
               MOVE 'N' TO CA-EXISTS-SW
               PERFORM 2250-WRITE-NEW
           END-IF.

       2250-WRITE-NEW.
           MOVE SPACES TO HOLIDAY-RECORD.
           MOVE WS-HOL-DATE TO HOL-DATE.
           PERFORM 2260-MOVE-FIELDS-TO-RECORD.
           EXEC CICS WRITE
                FILE('HOLIDAY')
                FROM(HOLIDAY-RECORD)
                RIDFLD(HOL-DATE)
                KEYLENGTH(LENGTH OF HOL-DATE)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO CA-EXISTS-SW
               MOVE 'SAVED' TO WS-MSG
               PERFORM 4000-BUILD-MAP-FROM-HOLIDAY
           ELSE
               MOVE 'CREATE FAILED - SEE RESP CODE' TO WS-MSG
           END-IF.

       2260-MOVE-FIELDS-TO-RECORD.
           MOVE HDESCI TO HOL-DESCRIPTION.
           SET HOL-ACTIVE TO TRUE.
           MOVE SGN-TELLER-ID TO HOL-UPD-TELLER.
           MOVE WS-TODAY TO HOL-UPD-DATE.

      *****************************************************************
      * Remove the keyed holiday - the record stays on file marked    *
      * removed, so the date is a working day again and the calendar  *
      * still shows who took it off.                                  *
      *****************************************************************
       2300-RECEIVE-AND-REMOVE.
           EXEC CICS RECEIVE MAP('HOLMNT')
                MAPSET('HOLMNTM')
                INTO(HOLMNTI)
           END-EXEC.
           PERFORM 2050-VALIDATE-DATE.
           IF WS-INPUT-VALID
               PERFORM 2060-CHECK-CHANGEABLE
           END-IF.
           IF WS-INPUT-VALID
               PERFORM 2310-REMOVE-HOLIDAY
           END-IF.
           PERFORM 5000-RESEND-MAP.

       2310-REMOVE-HOLIDAY.
           MOVE WS-HOL-DATE TO HOL-DATE.
           EXEC CICS READ
                FILE('HOLIDAY')
                INTO(HOLIDAY-RECORD)
                RIDFLD(HOL-DATE)
                KEYLENGTH(LENGTH OF HOL-DATE)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'HOLIDAY NOT FOUND' TO WS-MSG
               WHEN HOL-REMOVED
                   MOVE 'HOLIDAY IS ALREADY REMOVED' TO WS-MSG
               WHEN OTHER
                   SET HOL-REMOVED TO TRUE
                   MOVE SGN-TELLER-ID TO HOL-UPD-TELLER
                   MOVE WS-TODAY TO HOL-UPD-DATE
                   EXEC CICS REWRITE
                        FILE('HOLIDAY')
                        FROM(HOLIDAY-RECORD)
                        RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE 'HOLIDAY REMOVED' TO WS-MSG
                       PERFORM 4000-BUILD-MAP-FROM-HOLIDAY
                   ELSE
                       MOVE 'REMOVE FAILED - SEE RESP CODE' TO WS-MSG
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * Move the holiday just read into the map's output fields       *
      * ready for the supervisor to review, amend or remove.          *
      *****************************************************************
       4000-BUILD-MAP-FROM-HOLIDAY.
           MOVE HOL-DATE TO HDATEO.
           MOVE HOL-DESCRIPTION TO HDESCO.
           IF HOL-REMOVED
               MOVE 'REMOVED  ' TO HSTATO
           ELSE
               MOVE 'ACTIVE   ' TO HSTATO
           END-IF.
           MOVE HOL-UPD-TELLER TO LC-TELLER.
           MOVE HOL-UPD-DATE TO LC-DATE.
           MOVE WS-LAST-CHANGED TO HUPDO.

       4200-MOVE-ROW-TO-MAP.
           EVALUATE WS-IX
               WHEN 1
                   MOVE WS-UPCOMING-ROW TO UPC1O
               WHEN 2
                   MOVE WS-UPCOMING-ROW TO UPC2O
               WHEN 3
                   MOVE WS-UPCOMING-ROW TO UPC3O
               WHEN 4
                   MOVE WS-UPCOMING-ROW TO UPC4O
               WHEN 5
                   MOVE WS-UPCOMING-ROW TO UPC5O
               WHEN 6
                   MOVE WS-UPCOMING-ROW TO UPC6O
               WHEN 7
                   MOVE WS-UPCOMING-ROW TO UPC7O
               WHEN 8
                   MOVE WS-UPCOMING-ROW TO UPC8O
           END-EVALUATE.

      *****************************************************************
      * Browse the calendar from today and list the next active       *
      * holidays.  The list area is blanked first so rows from the    *
      * previous list never linger under a shorter one.               *
      *****************************************************************
       4500-LIST-UPCOMING.
           MOVE WS-UPCOMING-HDR TO HDRO.
           MOVE SPACES TO UPC1O.
           MOVE SPACES TO UPC2O.
           MOVE SPACES TO UPC3O.
           MOVE SPACES TO UPC4O.
           MOVE SPACES TO UPC5O.
           MOVE SPACES TO UPC6O.
           MOVE SPACES TO UPC7O.
           MOVE SPACES TO UPC8O.
           MOVE 0 TO WS-ROW-IX.
           MOVE 'N' TO WS-BROWSE-EOF-SW.
           MOVE 'N' TO WS-BROWSE-OPEN-SW.
           MOVE WS-TODAY TO WS-BROWSE-KEY.
           EXEC CICS STARTBR
                FILE('HOLIDAY')
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(LENGTH OF WS-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-BROWSE-OPEN TO TRUE
           ELSE
               SET WS-BROWSE-EOF TO TRUE
           END-IF.
           PERFORM 4510-READ-NEXT-HOLIDAY
               UNTIL WS-BROWSE-EOF
                  OR WS-ROW-IX = WS-ROWS-MAX.
           IF WS-BROWSE-OPEN
               EXEC CICS ENDBR
                    FILE('HOLIDAY')
                    RESP(WS-RESP)
               END-EXEC
           END-IF.

       4510-READ-NEXT-HOLIDAY.
           EXEC CICS READNEXT
                FILE('HOLIDAY')
                INTO(HOLIDAY-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(LENGTH OF WS-BROWSE-KEY)
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET WS-BROWSE-EOF TO TRUE
               WHEN HOL-REMOVED
                   CONTINUE
               WHEN OTHER
                   PERFORM 4520-ADD-UPCOMING-ROW
           END-EVALUATE.

       4520-ADD-UPCOMING-ROW.
           MOVE HOL-DATE TO WS-HOL-DATE.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-HOL-DATE-NUM).
           PERFORM 4600-NAME-THE-DAY.
           MOVE HOL-DATE TO UR-DATE.
           MOVE WS-DAY-NAME TO UR-DAY-NAME.
           MOVE HOL-DESCRIPTION TO UR-DESCRIPTION.
           ADD 1 TO WS-ROW-IX.
           MOVE WS-ROW-IX TO WS-IX.
           PERFORM 4200-MOVE-ROW-TO-MAP.

      *****************************************************************
      * Weekday of WS-DAY-INT - 1 is a Monday, 6 a Saturday and 0 a   *
      * Sunday.                                                       *
      *****************************************************************
       4600-NAME-THE-DAY.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT 7).
           EVALUATE WS-WEEKDAY
               WHEN 1
                   MOVE 'MONDAY' TO WS-DAY-NAME
               WHEN 2
                   MOVE 'TUESDAY' TO WS-DAY-NAME
               WHEN 3
                   MOVE 'WEDNESDAY' TO WS-DAY-NAME
               WHEN 4
                   MOVE 'THURSDAY' TO WS-DAY-NAME
               WHEN 5
                   MOVE 'FRIDAY' TO WS-DAY-NAME
               WHEN 6
                   MOVE 'SATURDAY' TO WS-DAY-NAME
               WHEN OTHER
                   MOVE 'SUNDAY' TO WS-DAY-NAME
           END-EVALUATE.

      *****************************************************************
      * Show whatever is currently in the map (the lookup result, a   *
      * save confirmation, or an error message) over a fresh list of  *
      * holidays to come and wait for the next key press, carrying    *
      * the exists-flag forward so a subsequent PF5 on the same       *
      * screen knows WRITE versus REWRITE.                            *
      *****************************************************************
       5000-RESEND-MAP.
           MOVE WS-MSG TO MSGO.
           PERFORM 4500-LIST-UPCOMING.
           EXEC CICS SEND MAP('HOLMNT')
                MAPSET('HOLMNTM')
                DATAONLY
           END-EXEC.
           EXEC CICS RETURN
                TRANSID('SHOL')
                COMMAREA(WS-COMMAREA)
           END-EXEC.
