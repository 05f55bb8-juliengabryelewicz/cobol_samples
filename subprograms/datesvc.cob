      *  Modification history
      *  ---------------------
      *  2026-08-22  jg  Original subprogram.
      *  2026-10-14  jg  Closed-day calendar.  Function D adds days
      *                  and rolls the result forward to the next
      *                  day DS-BRANCH is open, N rolls DS-DATE-1 on
      *                  its own, and O counts only the open days
      *                  between two dates - due dates stop landing
      *                  on a Sunday or a bank holiday and nobody is
      *                  fined for days the library was shut.  The
      *                  CLOSEDAY.DAT calendar (see CLOSMNT) is read
      *                  into the tables below on the first call
      *                  that needs it and held for the rest of the
      *                  run; with no calendar on file every day is
      *                  open and D, N and O answer as A, B and the
      *                  date itself.
      *  2026-10-15  jg  Function W returns the weekday of DS-DATE-1
      *                  in DS-DAYS for the circulation pattern
      *                  report, off the same serial-day arithmetic
      *                  the weekly closings use.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CalendarFile ASSIGN TO "CLOSEDAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CLOSED-KEY
               FILE STATUS IS DS-CALFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CalendarFile.
       COPY CLOSEDAY.

       WORKING-STORAGE SECTION.
       01  DS-WORK-DATE.
           05  DS-WORK-YEAR                 PIC 9(04).
       01  DS-INV-T1                        PIC S9(09).
       01  DS-INV-T2                        PIC S9(09).

       01  DS-CALFILE-STATUS                PIC X(02).
           88  DS-CALFILE-OK                VALUE "00".

       01  DS-CAL-LOADED-SWITCH             PIC X(01) VALUE "N".
           88  DS-CAL-LOADED                VALUE "Y".

       01  DS-CAL-EOF-SWITCH                PIC X(01).
           88  DS-CAL-EOF                   VALUE "Y".

      *  The calendar, held for the run.  A blank branch is a
      *  closing for every branch.  Closings past the table sizes
      *  are not held - the calendar is meant to carry a year or
      *  two of holidays, not the library's whole history.
       01  DS-DATED-MAX                     PIC 9(04) VALUE 0400.
       01  DS-DATED-TABLE.
           05  DS-DATED-ENTRY OCCURS 400 TIMES.
               10  DS-DT-BRANCH             PIC X(03).
               10  DS-DT-DATE               PIC 9(08).
       01  DS-DATED-USED                    PIC 9(04) VALUE ZEROS.
       01  DS-DATED-IX                      PIC 9(04).

       01  DS-WEEKLY-MAX                    PIC 9(04) VALUE 0050.
       01  DS-WEEKLY-TABLE.
           05  DS-WEEKLY-ENTRY OCCURS 50 TIMES.
               10  DS-WT-BRANCH             PIC X(03).
               10  DS-WT-WEEKDAY            PIC 9(01).
       01  DS-WEEKLY-USED                   PIC 9(04) VALUE ZEROS.
       01  DS-WEEKLY-IX                     PIC 9(04).

       01  DS-CLOSED-SWITCH                 PIC X(01).
           88  DS-DAY-CLOSED                VALUE "Y".

       01  DS-CHECK-SERIAL                  PIC S9(09).
       01  DS-CHECK-DATE                    PIC 9(08).
       01  DS-SAVE-SERIAL                   PIC S9(09).
       01  DS-WEEKDAY-WORK                  PIC S9(09).
       01  DS-WEEKDAY-QUOT                  PIC S9(09).
       01  DS-WEEKDAY                       PIC 9(01).
       01  DS-ROLL-COUNT                    PIC 9(03).
       01  DS-OPEN-COUNT                    PIC S9(05).

       LINKAGE SECTION.
       COPY DATESVCA.

                               DS-SERIAL-2 - DS-SERIAL-1
                       END-IF
                   END-IF
               WHEN "D"
                   MOVE DS-DATE-1 TO DS-WORK-DATE
                   PERFORM 1000-VALIDATE-DATE THRU 1000-EXIT
                   IF DS-STATUS NOT = "00"
                       MOVE "02" TO DS-STATUS
                   ELSE
                       PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT
                       ADD DS-DAYS TO DS-SERIAL-DAYS
                       PERFORM 3000-ROLL-TO-OPEN-DAY THRU 3000-EXIT
                   END-IF
               WHEN "N"
                   MOVE DS-DATE-1 TO DS-WORK-DATE
                   PERFORM 1000-VALIDATE-DATE THRU 1000-EXIT
                   IF DS-STATUS NOT = "00"
                       MOVE "02" TO DS-STATUS
                   ELSE
                       PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT
                       PERFORM 3000-ROLL-TO-OPEN-DAY THRU 3000-EXIT
                   END-IF
               WHEN "O"
                   MOVE DS-DATE-1 TO DS-WORK-DATE
                   PERFORM 1000-VALIDATE-DATE THRU 1000-EXIT
                   IF DS-STATUS NOT = "00"
                       MOVE "02" TO DS-STATUS
                   ELSE
                       PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT
                       MOVE DS-SERIAL-DAYS TO DS-SERIAL-1
                       MOVE DS-DATE-2 TO DS-WORK-DATE
                       PERFORM 1000-VALIDATE-DATE THRU 1000-EXIT
                       IF DS-STATUS NOT = "00"
                           MOVE "03" TO DS-STATUS
                       ELSE
                           PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT
                           MOVE DS-SERIAL-DAYS TO DS-SERIAL-2
                           PERFORM 3100-COUNT-OPEN-DAYS THRU 3100-EXIT
                       END-IF
                   END-IF
               WHEN "W"
                   MOVE DS-DATE-1 TO DS-WORK-DATE
                   PERFORM 1000-VALIDATE-DATE THRU 1000-EXIT
                   IF DS-STATUS NOT = "00"
                       MOVE "02" TO DS-STATUS
                   ELSE
                       PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT
                       MOVE DS-SERIAL-DAYS TO DS-CHECK-SERIAL
                       PERFORM 3300-WEEKDAY-OF-SERIAL THRU 3300-EXIT
                       MOVE DS-WEEKDAY TO DS-DAYS
                   END-IF
               WHEN OTHER
                   MOVE "01" TO DS-STATUS
           END-EVALUATE.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  2000-LOAD-CALENDAR - read CLOSEDAY.DAT into the tables, once
      *  per run.  No calendar on file leaves both tables empty, so
      *  every day is open.
      *****************************************************************
       2000-LOAD-CALENDAR.
           SET DS-CAL-LOADED TO TRUE
           OPEN INPUT CalendarFile
           IF NOT DS-CALFILE-OK
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO DS-CAL-EOF-SWITCH
           PERFORM 2100-LOAD-ONE-CLOSING THRU 2100-EXIT
               UNTIL DS-CAL-EOF
           CLOSE CalendarFile.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-CLOSING.
           READ CalendarFile NEXT RECORD
               AT END
                   SET DS-CAL-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF CD-DATED-CLOSURE
               AND DS-DATED-USED < DS-DATED-MAX
               ADD 1 TO DS-DATED-USED
               MOVE CD-BRANCH      TO DS-DT-BRANCH (DS-DATED-USED)
               MOVE CD-CLOSED-DATE TO DS-DT-DATE (DS-DATED-USED)
           END-IF
           IF CD-WEEKLY-CLOSURE
               AND DS-WEEKLY-USED < DS-WEEKLY-MAX
               ADD 1 TO DS-WEEKLY-USED
               MOVE CD-BRANCH  TO DS-WT-BRANCH (DS-WEEKLY-USED)
               MOVE CD-WEEKDAY TO DS-WT-WEEKDAY (DS-WEEKLY-USED)
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  3000-ROLL-TO-OPEN-DAY - from the serial day in
      *  DS-SERIAL-DAYS, step forward to the first day DS-BRANCH is
      *  open and return it in DS-DATE-2.  A calendar that shuts the
      *  branch for a whole year is a keying error, not a closure -
      *  status 04 and the unrolled date come back.
      *****************************************************************
       3000-ROLL-TO-OPEN-DAY.
           IF NOT DS-CAL-LOADED
               PERFORM 2000-LOAD-CALENDAR THRU 2000-EXIT
           END-IF
           MOVE DS-SERIAL-DAYS TO DS-CHECK-SERIAL
           PERFORM 3200-CHECK-CLOSED THRU 3200-EXIT
           MOVE ZEROS TO DS-ROLL-COUNT
           PERFORM 3010-ROLL-ONE-DAY THRU 3010-EXIT
               UNTIL NOT DS-DAY-CLOSED OR DS-ROLL-COUNT > 366
           IF DS-DAY-CLOSED
               MOVE "04" TO DS-STATUS
               MOVE DS-SERIAL-DAYS TO DS-CHECK-SERIAL
           END-IF
           MOVE DS-CHECK-SERIAL TO DS-SERIAL-DAYS
           PERFORM 8100-SERIAL-TO-DATE THRU 8100-EXIT
           MOVE DS-WORK-DATE TO DS-DATE-2.
       3000-EXIT.
           EXIT.

       3010-ROLL-ONE-DAY.
           ADD 1 TO DS-CHECK-SERIAL
           ADD 1 TO DS-ROLL-COUNT
           PERFORM 3200-CHECK-CLOSED THRU 3200-EXIT.
       3010-EXIT.
           EXIT.

      *****************************************************************
      *  3100-COUNT-OPEN-DAYS - the open days after DS-SERIAL-1 up to
      *  and including DS-SERIAL-2, into DS-DAYS.  The day the span
      *  starts on is not counted, matching function B.  A span that
      *  runs backwards is not a count of days late - it comes back
      *  as the plain difference, the way B gives it.
      *****************************************************************
       3100-COUNT-OPEN-DAYS.
           IF DS-SERIAL-2 NOT > DS-SERIAL-1
               COMPUTE DS-DAYS = DS-SERIAL-2 - DS-SERIAL-1
               GO TO 3100-EXIT
           END-IF
           IF NOT DS-CAL-LOADED
               PERFORM 2000-LOAD-CALENDAR THRU 2000-EXIT
           END-IF
           MOVE ZEROS TO DS-OPEN-COUNT
           MOVE DS-SERIAL-1 TO DS-CHECK-SERIAL
           PERFORM 3110-COUNT-ONE-DAY THRU 3110-EXIT
               UNTIL DS-CHECK-SERIAL NOT < DS-SERIAL-2
           MOVE DS-OPEN-COUNT TO DS-DAYS.
       3100-EXIT.
           EXIT.

       3110-COUNT-ONE-DAY.
           ADD 1 TO DS-CHECK-SERIAL
           PERFORM 3200-CHECK-CLOSED THRU 3200-EXIT
           IF NOT DS-DAY-CLOSED
               ADD 1 TO DS-OPEN-COUNT
           END-IF.
       3110-EXIT.
           EXIT.

      *****************************************************************
      *  3200-CHECK-CLOSED - is DS-BRANCH shut on serial day
      *  DS-CHECK-SERIAL?
      *****************************************************************
       3200-CHECK-CLOSED.
           MOVE "N" TO DS-CLOSED-SWITCH
           IF DS-DATED-USED = ZEROS AND DS-WEEKLY-USED = ZEROS
               GO TO 3200-EXIT
           END-IF
           PERFORM 3300-WEEKDAY-OF-SERIAL THRU 3300-EXIT
           PERFORM 3210-MATCH-WEEKLY THRU 3210-EXIT
               VARYING DS-WEEKLY-IX FROM 1 BY 1
                   UNTIL DS-WEEKLY-IX > DS-WEEKLY-USED
                       OR DS-DAY-CLOSED
           IF DS-DAY-CLOSED OR DS-DATED-USED = ZEROS
               GO TO 3200-EXIT
           END-IF
           MOVE DS-SERIAL-DAYS TO DS-SAVE-SERIAL
           MOVE DS-CHECK-SERIAL TO DS-SERIAL-DAYS
           PERFORM 8100-SERIAL-TO-DATE THRU 8100-EXIT
           MOVE DS-WORK-DATE TO DS-CHECK-DATE
           MOVE DS-SAVE-SERIAL TO DS-SERIAL-DAYS
           PERFORM 3220-MATCH-DATED THRU 3220-EXIT
               VARYING DS-DATED-IX FROM 1 BY 1
                   UNTIL DS-DATED-IX > DS-DATED-USED
                       OR DS-DAY-CLOSED.
       3200-EXIT.
           EXIT.

       3210-MATCH-WEEKLY.
           IF DS-WT-WEEKDAY (DS-WEEKLY-IX) = DS-WEEKDAY
               AND (DS-WT-BRANCH (DS-WEEKLY-IX) = SPACES
                    OR DS-WT-BRANCH (DS-WEEKLY-IX) = DS-BRANCH)
               SET DS-DAY-CLOSED TO TRUE
           END-IF.
       3210-EXIT.
           EXIT.

       3220-MATCH-DATED.
           IF DS-DT-DATE (DS-DATED-IX) = DS-CHECK-DATE
               AND (DS-DT-BRANCH (DS-DATED-IX) = SPACES
                    OR DS-DT-BRANCH (DS-DATED-IX) = DS-BRANCH)
               SET DS-DAY-CLOSED TO TRUE
           END-IF.
       3220-EXIT.
           EXIT.

      *  Serial day 0 (8000) fell on a Wednesday, which puts Monday
      *  at 1 the way DAY-OF-WEEK numbers it.
       3300-WEEKDAY-OF-SERIAL.
           ADD 2 DS-CHECK-SERIAL GIVING DS-WEEKDAY-WORK
           DIVIDE DS-WEEKDAY-WORK BY 7
               GIVING DS-WEEKDAY-QUOT REMAINDER DS-WEEKDAY
           ADD 1 TO DS-WEEKDAY.
       3300-EXIT.
           EXIT.

       8000-DATE-TO-SERIAL.
           ADD 9 DS-WORK-MONTH GIVING DS-SERIAL-MONTH.
           DIVIDE DS-SERIAL-MONTH BY 12
