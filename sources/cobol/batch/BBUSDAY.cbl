      *****************************************************************
      * Program:     BBUSDAY.CBL                                      *
      * Layer:       Batch (CALLed subprogram)                        *
      * Function:    Business-day module - a batch job CALLs here     *
      *              (see copybooks/BUSDAYRQ.cpy) with a date and     *
      *              gets back whether it is a working day and the    *
      *              first working day on or after it.  Saturdays     *
      *              and Sundays are never working days; a bank       *
      *              holiday is any active date on the HOLIDAY        *
      *              calendar (copybooks/HOLIDAY.cpy).  The first     *
      *              call loads the active dates into storage and     *
      *              closes the calendar, so a job that asks about    *
      *              every account reads the file once.               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BBUSDAY.
       DATE-WRITTEN.
           October 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO HOLIDAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOL-DATE
               FILE STATUS IS WS-HOLIDAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
           COPY HOLIDAY.

       WORKING-STORAGE SECTION.
       01  WS-HOLIDAY-STATUS                        PIC X(2).
           88  WS-HOLIDAY-OK                        VALUE '00'.

       01  WS-LOADED-SW                             PIC X VALUE 'N'.
           88  WS-CALENDAR-LOADED                   VALUE 'Y'.

       01  WS-EOF-SW                                PIC X VALUE 'N'.
           88  WS-END-OF-CALENDAR                   VALUE 'Y'.

       01  WS-FOUND-SW                              PIC X VALUE 'N'.
           88  WS-HOLIDAY-FOUND                     VALUE 'Y'.

      *****************************************************************
      * The active holidays, in date order as they come off the       *
      * cluster.  Ten years of a full calendar fit comfortably.       *
      *****************************************************************
       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-ENTRY OCCURS 2000             PIC X(8).
       01  WS-HOL-COUNT                              PIC 9(4) COMP
                                                       VALUE 0.
       01  WS-HOL-MAX                                PIC 9(4) COMP
                                                       VALUE 2000.
       01  WS-HX                                     PIC 9(4) COMP.

      *****************************************************************
      * No calendar carries two months of consecutive non-working     *
      * days - a walk that long means a broken calendar.              *
      *****************************************************************
       01  WS-STEP-MAX                               PIC 9(3) COMP
                                                       VALUE 60.
       01  WS-STEPS                                  PIC 9(3) COMP.

       01  WS-CHECK-DATE.
           05  WS-CHECK-YYYY                         PIC 9(4).
           05  WS-CHECK-MM                           PIC 9(2).
           05  WS-CHECK-DD                           PIC 9(2).
       01  WS-CHECK-DATE-NUM REDEFINES WS-CHECK-DATE PIC 9(8).

       01  WS-DAY-INT                                PIC 9(8) COMP.
       01  WS-WEEKDAY                                PIC 9(1).

       01  WS-CHECK-WORKING-SW                      PIC X VALUE 'N'.
           88  WS-CHECK-IS-WORKING                  VALUE 'Y'.

       LINKAGE SECTION.
       COPY BUSDAYRQ.

       PROCEDURE DIVISION USING BUSDAY-REQUEST.

       0000-MAIN.
           SET BD-OK TO TRUE.
           MOVE SPACES TO BD-FAIL-MSG.
           MOVE SPACES TO BD-NEXT-WORKING-DATE.
           MOVE SPACE TO BD-WORKING-SW.

           IF NOT WS-CALENDAR-LOADED
               PERFORM 1000-LOAD-CALENDAR
               IF BD-FAILED
                   GOBACK
               END-IF
           END-IF.

           PERFORM 2000-VALIDATE-DATE.
           IF BD-FAILED
               GOBACK
           END-IF.

           PERFORM 3000-CHECK-ONE-DAY.
           IF WS-CHECK-IS-WORKING
               SET BD-IS-WORKING-DAY TO TRUE
               MOVE BD-DATE TO BD-NEXT-WORKING-DATE
           ELSE
               SET BD-NOT-WORKING-DAY TO TRUE
               PERFORM 4000-FIND-NEXT-WORKING-DAY
           END-IF.
           GOBACK.

      *****************************************************************
      * Read the calendar once, keeping only the active dates.  A     *
      * removed date is a working day again, so it is simply left     *
      * out of the table.                                             *
      *****************************************************************
       1000-LOAD-CALENDAR.
           MOVE 0 TO WS-HOL-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT HOLIDAY-FILE.
           IF NOT WS-HOLIDAY-OK
               SET BD-FAILED TO TRUE
               STRING 'UNABLE TO OPEN HOLIDAY, STATUS='
                      WS-HOLIDAY-STATUS
                   DELIMITED BY SIZE INTO BD-FAIL-MSG
               END-STRING
           ELSE
               PERFORM 1100-LOAD-ONE-HOLIDAY
                   UNTIL WS-END-OF-CALENDAR
                      OR BD-FAILED
               CLOSE HOLIDAY-FILE
               IF BD-OK
                   SET WS-CALENDAR-LOADED TO TRUE
               END-IF
           END-IF.

       1100-LOAD-ONE-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   SET WS-END-OF-CALENDAR TO TRUE
           END-READ.
           IF NOT WS-END-OF-CALENDAR
               IF HOL-ACTIVE
                   IF WS-HOL-COUNT < WS-HOL-MAX
                       ADD 1 TO WS-HOL-COUNT
                       MOVE HOL-DATE TO WS-HOL-ENTRY(WS-HOL-COUNT)
                   ELSE
                       SET BD-FAILED TO TRUE
                       MOVE 'HOLIDAY CALENDAR TOO LARGE FOR TABLE'
                           TO BD-FAIL-MSG
                   END-IF
               END-IF
           END-IF.

       2000-VALIDATE-DATE.
           IF BD-DATE IS NOT NUMERIC
               SET BD-FAILED TO TRUE
           ELSE
               MOVE BD-DATE TO WS-CHECK-DATE
               IF WS-CHECK-YYYY < 1601
                  OR WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
                  OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
                   SET BD-FAILED TO TRUE
               ELSE
                   COMPUTE WS-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE-NUM)
                   IF WS-DAY-INT = 0
                       SET BD-FAILED TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF BD-FAILED
               STRING 'NOT A VALID DATE: ' BD-DATE
                   DELIMITED BY SIZE INTO BD-FAIL-MSG
               END-STRING
           END-IF.

      *****************************************************************
      * Day 1 of the integer calendar (1 January 1601) was a Monday,  *
      * so the day number modulo 7 gives 6 for a Saturday and 0 for   *
      * a Sunday.  WS-DAY-INT and WS-CHECK-DATE must agree on entry.  *
      *****************************************************************
       3000-CHECK-ONE-DAY.
           MOVE 'Y' TO WS-CHECK-WORKING-SW.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT 7).
           IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
               MOVE 'N' TO WS-CHECK-WORKING-SW
           ELSE
               MOVE 'N' TO WS-FOUND-SW
               PERFORM 3100-MATCH-ONE-HOLIDAY
                   VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HOL-COUNT
                      OR WS-HOLIDAY-FOUND
               IF WS-HOLIDAY-FOUND
                   MOVE 'N' TO WS-CHECK-WORKING-SW
               END-IF
           END-IF.

       3100-MATCH-ONE-HOLIDAY.
           IF WS-HOL-ENTRY(WS-HX) = WS-CHECK-DATE
               SET WS-HOLIDAY-FOUND TO TRUE
           END-IF.

       4000-FIND-NEXT-WORKING-DAY.
           MOVE 0 TO WS-STEPS.
           PERFORM 4100-STEP-ONE-DAY
               UNTIL WS-CHECK-IS-WORKING
                  OR WS-STEPS >= WS-STEP-MAX.
           IF WS-CHECK-IS-WORKING
               MOVE WS-CHECK-DATE TO BD-NEXT-WORKING-DATE
           ELSE
               SET BD-FAILED TO TRUE
               STRING 'NO WORKING DAY WITHIN 60 DAYS OF ' BD-DATE
                   DELIMITED BY SIZE INTO BD-FAIL-MSG
               END-STRING
           END-IF.

       4100-STEP-ONE-DAY.
           ADD 1 TO WS-STEPS.
           ADD 1 TO WS-DAY-INT.
           COMPUTE WS-CHECK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           PERFORM 3000-CHECK-ONE-DAY.
