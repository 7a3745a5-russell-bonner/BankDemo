      *              batch jobs themselves pick the date up through   *
      *              BRUNCTL and refuse to start without it.  Runs    *
      *              pseudo-conversationally under transaction SRUN.  *
      *                                                               *
      * Modification history:                                         *
      *   The screen now offers the next working day after the        *
      *   current business date - skipping Saturdays, Sundays and     *
      *   the holidays on the HOLIDAY calendar - ready keyed, so PF5  *
      *   on its own rolls the date.  A non-working day keyed over    *
      *   the offer needs PF5 a second time to set.  The job list     *
      *   runs in two columns to hold every job that registers.       *
      *****************************************************************

       IDENTIFICATION DIVISION.
      * resource defined in the CSD, not through FILE-CONTROL/FD.     *
      *****************************************************************
       COPY RUNCTL.
       COPY HOLIDAY.
       COPY RUNSTAT.
       COPY DFHAID.

      * bureau jobs.  Widen this (and the map) when a new job joins.  *
      *****************************************************************
       01  WS-ROWS-MAX                               PIC 9(2)
           VALUE 30.
       01  WS-IX                                     PIC 9(2).
       01  WS-ROW-IX                                 PIC 9(2).

           05  WS-ND-MM                              PIC 9(2).
           05  WS-ND-DD                              PIC 9(2).
       01  WS-NEW-DATE-X REDEFINES WS-NEW-DATE       PIC X(8).
       01  WS-NEW-DATE-NUM REDEFINES WS-NEW-DATE     PIC 9(8).

       01  WS-NEW-DATE-VALID-SW                      PIC X VALUE 'N'.
           88  WS-NEW-DATE-VALID                     VALUE 'Y'.

      *****************************************************************
      * Working-day test for the offered and the keyed date.  Day 1   *
      * of the integer calendar (1 January 1601) was a Monday, so     *
      * the day number modulo 7 gives 6 for a Saturday and 0 for a    *
      * Sunday; any other day is a working day unless the HOLIDAY     *
      * calendar holds it active.                                     *
      *****************************************************************
       01  WS-CHECK-DATE.
           05  WS-CHECK-YYYY                         PIC 9(4).
           05  WS-CHECK-MM                           PIC 9(2).
           05  WS-CHECK-DD                           PIC 9(2).
       01  WS-CHECK-DATE-NUM REDEFINES WS-CHECK-DATE PIC 9(8).

       01  WS-DAY-INT                                PIC 9(8) COMP.
       01  WS-WEEKDAY                                PIC 9(1).
       01  WS-STEPS                                  PIC 9(3) COMP.
       01  WS-STEP-MAX                               PIC 9(3) COMP
                                                       VALUE 60.

       01  WS-CHECK-WORKING-SW                       PIC X VALUE 'N'.
           88  WS-CHECK-IS-WORKING                   VALUE 'Y'.

       01  WS-OFFER-DATE                             PIC X(8).

       01  WS-NOT-WORKING-MSG.
           05  NW-DATE                               PIC X(8).
           05  FILLER                                PIC X(24)
               VALUE ' IS NOT A WORKING DAY - '.
           05  FILLER                                PIC X(26)
               VALUE 'PF5 AGAIN TO SET IT ANYWAY'.

       01  WS-STAT-ROW.
           05  SR-JOB                                PIC X(8).
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  SR-STATUS                             PIC X(8).
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  SR-START                              PIC X(6).
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  SR-END                                PIC X(6).
           05  FILLER                                PIC X(1)
               VALUE SPACE.
           05  SR-RC                                 PIC 9(4).

      *****************************************************************
      * Carried across the pseudo-conversation.  The confirm date is  *
      * a non-working day the operator has already been warned        *
      * about once - a second PF5 on the same date sets it.           *
      *****************************************************************
       01  WS-COMMAREA.
           05  WS-CA-MARKER                         PIC X(1).
           05  WS-CA-CONFIRM-DATE                   PIC X(8)
               VALUE SPACES.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-CA-MARKER                          PIC X(1).
           05  LK-CA-CONFIRM-DATE                    PIC X(8).

       PROCEDURE DIVISION.

                   PERFORM 3000-SHOW-STATUS
                   PERFORM 5000-RESEND-MAP
               WHEN DFHPF5
                   IF EIBCALEN = LENGTH OF WS-COMMAREA
                       MOVE LK-CA-CONFIRM-DATE TO WS-CA-CONFIRM-DATE
                   END-IF
                   PERFORM 2200-RECEIVE-AND-SET-DATE
               WHEN OTHER
                   MOVE 'INVALID KEY - USE ENTER, PF5 OR PF3'

      *****************************************************************
      * PF5 - set the business processing date the stream will run    *
      * under.  The control record is created the first time.  With   *
      * nothing keyed the offered next working day is taken; a        *
      * keyed date that is not a working day is only set when PF5 is  *
      * pressed on it a second time.                                  *
      *****************************************************************
       2200-RECEIVE-AND-SET-DATE.
           EXEC CICS RECEIVE MAP('RUNSTAT')
                MAPSET('RUNSTATM')
                INTO(RUNSTATI)
           END-EXEC.
           MOVE 'N' TO WS-NEW-DATE-VALID-SW.
           EVALUATE TRUE
               WHEN BUSDTEL = 0
                   PERFORM 2210-TAKE-OFFERED-DATE
               WHEN BUSDTEI NOT NUMERIC
                   MOVE 'BUSINESS DATE MUST BE NUMERIC YYYYMMDD'
                       TO WS-MSG
               WHEN OTHER
                   MOVE BUSDTEI TO WS-NEW-DATE-X
                   MOVE 0 TO WS-DAY-INT
                   IF WS-ND-YYYY > 1600
                       AND WS-ND-MM > 0 AND WS-ND-MM < 13
                       AND WS-ND-DD > 0 AND WS-ND-DD < 32
                       COMPUTE WS-DAY-INT =
                           FUNCTION INTEGER-OF-DATE(WS-NEW-DATE-NUM)
                   END-IF
                   IF WS-DAY-INT = 0
                       MOVE 'BUSINESS DATE IS NOT A VALID DATE'
                           TO WS-MSG
                   ELSE
                       SET WS-NEW-DATE-VALID TO TRUE
                   END-IF
           END-EVALUATE.
           IF WS-NEW-DATE-VALID
               MOVE WS-NEW-DATE-X TO WS-CHECK-DATE
               PERFORM 3320-CHECK-ONE-DAY
               IF WS-CHECK-IS-WORKING
                   OR WS-CA-CONFIRM-DATE = WS-NEW-DATE-X
                   MOVE SPACES TO WS-CA-CONFIRM-DATE
                   PERFORM 2300-WRITE-CONTROL-RECORD
               ELSE
                   MOVE WS-NEW-DATE-X TO WS-CA-CONFIRM-DATE
                   MOVE WS-NEW-DATE-X TO NW-DATE
                   MOVE WS-NOT-WORKING-MSG TO WS-MSG
               END-IF
           END-IF.
           IF WS-MSG = 'BUSINESS DATE SET'
               PERFORM 3000-SHOW-STATUS
           END-IF.
           PERFORM 5000-RESEND-MAP.

      *****************************************************************
      * Nothing keyed - take the next working day after the current   *
      * business date, exactly as the screen offered it.              *
      *****************************************************************
       2210-TAKE-OFFERED-DATE.
           PERFORM 3100-READ-CONTROL-RECORD.
           IF WS-CTL-FOUND
               PERFORM 3300-OFFER-NEXT-WORKING-DAY
           ELSE
               MOVE SPACES TO WS-OFFER-DATE
           END-IF.
           IF WS-OFFER-DATE = SPACES
               MOVE 'KEY THE NEW BUSINESS DATE (YYYYMMDD)'
                   TO WS-MSG
           ELSE
               MOVE WS-OFFER-DATE TO WS-NEW-DATE-X
               SET WS-NEW-DATE-VALID TO TRUE
           END-IF.

       2300-WRITE-CONTROL-RECORD.
           MOVE '00000000' TO RC-RUN-DATE.
           MOVE 'BUSDATE ' TO RC-JOB-NAME.
           PERFORM 4100-CLEAR-ROWS.
           PERFORM 3100-READ-CONTROL-RECORD.
           IF WS-CTL-FOUND
               MOVE WS-BUS-DATE TO CURDTEO
               PERFORM 3300-OFFER-NEXT-WORKING-DAY
               MOVE WS-OFFER-DATE TO BUSDTEO
               PERFORM 3200-LIST-JOB-STATUSES
               IF WS-ROW-IX = 0
                   MOVE 'NO JOBS REGISTERED YET FOR THIS DATE'
           MOVE RC-JOB-NAME TO SR-JOB.
           EVALUATE TRUE
               WHEN RC-JOB-ENDED-OK
                   MOVE 'ENDED OK' TO SR-STATUS
               WHEN RC-JOB-FAILED
                   MOVE 'FAILED  ' TO SR-STATUS
               WHEN RC-JOB-STARTED
                   MOVE 'RUNNING ' TO SR-STATUS
               WHEN OTHER
                   MOVE 'UNKNOWN ' TO SR-STATUS
           END-EVALUATE.
           MOVE RC-START-TIME TO SR-START.
           MOVE RC-END-TIME TO SR-END.
           MOVE WS-ROW-IX TO WS-IX.
           PERFORM 4200-MOVE-ROW-TO-MAP.

      *****************************************************************
      * Step forward a day at a time from the current business date   *
      * to the first working day.  A business date that will not      *
      * convert, or no working day inside the step limit, offers      *
      * nothing and the operator keys the date.                       *
      *****************************************************************
       3300-OFFER-NEXT-WORKING-DAY.
           MOVE SPACES TO WS-OFFER-DATE.
           MOVE 'N' TO WS-CHECK-WORKING-SW.
           MOVE 0 TO WS-DAY-INT.
           IF WS-BUS-DATE IS NUMERIC
               MOVE WS-BUS-DATE TO WS-CHECK-DATE
               IF WS-CHECK-YYYY > 1600
                   AND WS-CHECK-MM > 0 AND WS-CHECK-MM < 13
                   AND WS-CHECK-DD > 0 AND WS-CHECK-DD < 32
                   COMPUTE WS-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE-NUM)
               END-IF
           END-IF.
           IF WS-DAY-INT > 0
               MOVE 0 TO WS-STEPS
               PERFORM 3310-STEP-ONE-DAY
                   UNTIL WS-CHECK-IS-WORKING
                      OR WS-STEPS >= WS-STEP-MAX
               IF WS-CHECK-IS-WORKING
                   MOVE WS-CHECK-DATE TO WS-OFFER-DATE
               END-IF
           END-IF.

       3310-STEP-ONE-DAY.
           ADD 1 TO WS-STEPS.
           ADD 1 TO WS-DAY-INT.
           COMPUTE WS-CHECK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           PERFORM 3320-CHECK-ONE-DAY.

      *****************************************************************
      * Is WS-CHECK-DATE a working day?  WS-DAY-INT must hold its     *
      * day number on entry.                                          *
      *****************************************************************
       3320-CHECK-ONE-DAY.
           MOVE 'Y' TO WS-CHECK-WORKING-SW.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT 7).
           IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
               MOVE 'N' TO WS-CHECK-WORKING-SW
           ELSE
               MOVE WS-CHECK-DATE TO HOL-DATE
               EXEC CICS READ
                    FILE('HOLIDAY')
                    INTO(HOLIDAY-RECORD)
                    RIDFLD(HOL-DATE)
                    KEYLENGTH(LENGTH OF HOL-DATE)
                    RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   IF HOL-ACTIVE
                       MOVE 'N' TO WS-CHECK-WORKING-SW
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * Blank the list area before a fresh fill so rows from the      *
      * previous display never linger under a shorter one.            *
           MOVE SPACES TO LINE13O.
           MOVE SPACES TO LINE14O.
           MOVE SPACES TO LINE15O.
           MOVE SPACES TO LINE16O.
           MOVE SPACES TO LINE17O.
           MOVE SPACES TO LINE18O.
           MOVE SPACES TO LINE19O.
           MOVE SPACES TO LINE20O.
           MOVE SPACES TO LINE21O.
           MOVE SPACES TO LINE22O.
           MOVE SPACES TO LINE23O.
           MOVE SPACES TO LINE24O.
           MOVE SPACES TO LINE25O.
           MOVE SPACES TO LINE26O.
           MOVE SPACES TO LINE27O.
           MOVE SPACES TO LINE28O.
           MOVE SPACES TO LINE29O.
           MOVE SPACES TO LINE30O.

       4200-MOVE-ROW-TO-MAP.
           EVALUATE WS-IX
                   MOVE WS-STAT-ROW TO LINE14O
               WHEN 15
                   MOVE WS-STAT-ROW TO LINE15O
               WHEN 16
                   MOVE WS-STAT-ROW TO LINE16O
               WHEN 17
                   MOVE WS-STAT-ROW TO LINE17O
               WHEN 18
                   MOVE WS-STAT-ROW TO LINE18O
               WHEN 19
                   MOVE WS-STAT-ROW TO LINE19O
               WHEN 20
                   MOVE WS-STAT-ROW TO LINE20O
               WHEN 21
                   MOVE WS-STAT-ROW TO LINE21O
               WHEN 22
                   MOVE WS-STAT-ROW TO LINE22O
               WHEN 23
                   MOVE WS-STAT-ROW TO LINE23O
               WHEN 24
                   MOVE WS-STAT-ROW TO LINE24O
               WHEN 25
                   MOVE WS-STAT-ROW TO LINE25O
               WHEN 26
                   MOVE WS-STAT-ROW TO LINE26O
               WHEN 27
                   MOVE WS-STAT-ROW TO LINE27O
               WHEN 28
                   MOVE WS-STAT-ROW TO LINE28O
               WHEN 29
                   MOVE WS-STAT-ROW TO LINE29O
               WHEN 30
                   MOVE WS-STAT-ROW TO LINE30O
           END-EVALUATE.

      *****************************************************************
