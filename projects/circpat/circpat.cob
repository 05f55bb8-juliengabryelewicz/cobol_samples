       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CIRCPAT.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  CIRCPAT
      *
      *  Circulation pattern report for staffing rosters.  For a
      *  keyed date range it counts the loans, returns and renewals
      *  on LOANHIST.DAT by branch, by weekday and by hour of the
      *  day, off the event time BOOKLOAN stamps on every event,
      *  with the same dates a year earlier alongside.  Each branch
      *  (and all branches together) prints a weekday table and an
      *  hour table; the busiest and the quietest opening hours are
      *  marked.
      *
      *  An OFFCAP catch-up posting carries the date and time the
      *  loan or return really happened, so it counts in the hour it
      *  happened, not the hour it was keyed.  A capture keyed with
      *  no time (00:00) cannot be placed in an hour - it counts in
      *  its weekday and on a NO TIME line of its own.
      *
      *  The opening hours come off the CIRCPOPT.DAT card - the
      *  first and the last hour the doors are open, default 09 and
      *  19 (09:00 to 19:59).  Those hours always print; activity in
      *  any other hour prints as well, marked OUT OF HRS, and is
      *  left out of the busiest and quietest.
      *
      *  CIRCPAT.CSV carries the full weekday-by-hour grid per
      *  branch, this period and last year, with a header row, for
      *  the branch managers' rostering sheets.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoanHistFile ASSIGN TO "LOANHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-HISTORY-KEY
               ALTERNATE RECORD KEY IS LH-BORROWER-NO WITH DUPLICATES
               ALTERNATE RECORD KEY IS LH-EVENT-DATE WITH DUPLICATES
               FILE STATUS IS PT-HISTFILE-STATUS.
           SELECT BranchFile ASSIGN TO "BRANCHES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BN-BRANCH-CODE
               FILE STATUS IS PT-BRCHFILE-STATUS.
           SELECT OptionFile ASSIGN TO "CIRCPOPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PT-OPTFILE-STATUS.
           SELECT CsvFile ASSIGN TO "CIRCPAT.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PT-CSVFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LoanHistFile.
       COPY LOANHIST.

       FD BranchFile.
       COPY BRCHREC.

       FD OptionFile.
       01  PT-OPTION-RECORD.
           05  PT-OPT-FIRST-HOUR     PIC 9(02).
           05  PT-OPT-LAST-HOUR      PIC 9(02).

       FD CsvFile.
       01  PT-CSV-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  PT-HISTFILE-STATUS        PIC X(02).
           88  PT-HISTFILE-OK        VALUE "00".

       01  PT-BRCHFILE-STATUS        PIC X(02).
           88  PT-BRCHFILE-OK        VALUE "00".

       01  PT-OPTFILE-STATUS         PIC X(02).
           88  PT-OPTFILE-OK         VALUE "00".

       01  PT-CSVFILE-STATUS         PIC X(02).
           88  PT-CSVFILE-OK         VALUE "00".

       01  PT-EOF-SWITCH             PIC X(01).
           88  PT-FILE-EOF           VALUE "Y".

       01  PT-BRANCHES-SWITCH        PIC X(01) VALUE "N".
           88  PT-BRANCHES-OPEN      VALUE "Y".

       01  PT-CSV-SWITCH             PIC X(01) VALUE "N".
           88  PT-CSV-OPEN           VALUE "Y".

      *  The opening hours - the CIRCPOPT.DAT card overrides.
       01  PT-FIRST-HOUR             PIC 9(02) VALUE 9.
       01  PT-LAST-HOUR              PIC 9(02) VALUE 19.
       01  PT-FIRST-HOUR-IX          PIC 9(02).
       01  PT-LAST-HOUR-IX           PIC 9(02).

      *  Period 1 is the keyed range, period 2 the same dates a year
      *  earlier (29 February falls back to the 28th).
       01  PT-FROM-DATE              PIC 9(08).
       01  PT-TO-DATE                PIC 9(08).
       01  PT-PERIOD-TABLE.
           05  PT-PERIOD-ENTRY OCCURS 2 TIMES.
               10  PT-PD-FROM        PIC 9(08).
               10  PT-PD-TO          PIC 9(08).
               10  PT-PD-EVENTS      PIC 9(07).
       01  PT-PRIOR-DATE             PIC 9(08).
       01  PT-PRIOR-PARTS REDEFINES PT-PRIOR-DATE.
           05  PT-PRIOR-YEAR         PIC 9(04).
           05  PT-PRIOR-MMDD         PIC 9(04).

      *  The counts - one cell per branch, period, weekday (1 Monday
      *  to 7 Sunday), hour (1 for 00:00 to 24 for 23:00, 25 for no
      *  time) and event (1 loan, 2 return, 3 renewal).  Entry 1 is
      *  every branch together.
       01  PT-BRANCH-MAX             PIC 9(02) VALUE 20.
       01  PT-BRANCH-TABLE.
           05  PT-BR-ENTRY OCCURS 20 TIMES.
               10  PT-BR-CODE        PIC X(03).
               10  PT-BR-PERIOD OCCURS 2 TIMES.
                   15  PT-BR-DAY OCCURS 7 TIMES.
                       20  PT-BR-HOUR OCCURS 25 TIMES.
                           25  PT-BR-COUNT PIC 9(05) OCCURS 3 TIMES.
       01  PT-BR-USED                PIC 9(02).
       01  PT-BR-IX                  PIC 9(02).
       01  PT-BR-HIT-IX              PIC 9(02).
       01  PT-PER-IX                 PIC 9(01).
       01  PT-DAY-IX                 PIC 9(01).
       01  PT-HOUR-IX                PIC 9(02).
       01  PT-TYPE-IX                PIC 9(01).
       01  PT-UNPLACED-COUNT         PIC 9(07) VALUE ZEROS.
       01  PT-BAD-DATE-COUNT         PIC 9(07) VALUE ZEROS.

       01  PT-EVENT-HOUR             PIC 9(02).
       01  PT-WD-DATE                PIC 9(08).
       01  PT-WD-DAY                 PIC 9(01).

       01  PT-DAY-NAMES              PIC X(21) VALUE
           "MONTUEWEDTHUFRISATSUN".
       01  PT-DAY-NAME-TABLE REDEFINES PT-DAY-NAMES.
           05  PT-DAY-NAME           PIC X(03) OCCURS 7 TIMES.

      *  One line's worth of counts, summed across the cells.
       01  PT-SUM-LOANS              PIC 9(07).
       01  PT-SUM-RETURNS            PIC 9(07).
       01  PT-SUM-RENEWS             PIC 9(07).
       01  PT-SUM-TOTAL              PIC 9(07).
       01  PT-SUM-LAST               PIC 9(07).
       01  PT-SUM-LAST-LOANS         PIC 9(07).
       01  PT-SUM-LAST-RETURNS       PIC 9(07).
       01  PT-SUM-LAST-RENEWS        PIC 9(07).
       01  PT-SWING                  PIC S9(07).

       01  PT-BRANCH-TOTALS.
           05  PT-BT-LOANS           PIC 9(07).
           05  PT-BT-RETURNS         PIC 9(07).
           05  PT-BT-RENEWS          PIC 9(07).
           05  PT-BT-LAST            PIC 9(07).

      *  Each opening hour's total this period, to rank them.
       01  PT-HOUR-TOTAL-TABLE.
           05  PT-HOUR-TOTAL         PIC 9(07) OCCURS 24 TIMES.
       01  PT-BUSY-IX                PIC 9(02).
       01  PT-QUIET-IX               PIC 9(02).

       01  PT-CSV-BRANCH             PIC X(03).
       01  PT-CSV-HOUR               PIC X(02).
       01  PT-CSV-COUNT              PIC X(60).
       01  PT-CSV-COUNTS REDEFINES PT-CSV-COUNT.
           05  PT-CC-LOANS           PIC 9(05).
           05  FILLER                PIC X(01).
           05  PT-CC-RETURNS         PIC 9(05).
           05  FILLER                PIC X(01).
           05  PT-CC-RENEWS          PIC 9(05).
           05  FILLER                PIC X(01).
           05  PT-CC-LAST-LOANS      PIC 9(05).
           05  FILLER                PIC X(01).
           05  PT-CC-LAST-RETURNS    PIC 9(05).
           05  FILLER                PIC X(01).
           05  PT-CC-LAST-RENEWS     PIC 9(05).
           05  FILLER                PIC X(25).
       01  PT-CSV-COUNT-ROWS         PIC 9(07) VALUE ZEROS.

       COPY DATESVCA.

       COPY RUNDATE.

       01  PT-HEADING-1.
           05  FILLER                PIC X(09) VALUE "CIRCPAT".
           05  FILLER                PIC X(30) VALUE
               "CIRCULATION PATTERNS".
           05  FILLER                PIC X(10) VALUE "RUN DATE:".
           05  PT-H1-DATE            PIC X(10).

       01  PT-HEADING-2.
           05  FILLER                PIC X(09) VALUE "PERIOD".
           05  PT-H2-FROM            PIC 9(08).
           05  FILLER                PIC X(04) VALUE " TO ".
           05  PT-H2-TO              PIC 9(08).
           05  FILLER                PIC X(15) VALUE
               "   LAST YEAR ".
           05  PT-H2-LAST-FROM       PIC 9(08).
           05  FILLER                PIC X(04) VALUE " TO ".
           05  PT-H2-LAST-TO         PIC 9(08).

       01  PT-BRANCH-HEADING.
           05  FILLER                PIC X(09) VALUE "BRANCH".
           05  PT-BH-CODE            PIC X(05).
           05  PT-BH-NAME            PIC X(30).

       01  PT-COLUMN-HEADING.
           05  PT-CH-LABEL           PIC X(10).
           05  FILLER                PIC X(08) VALUE "   LOANS".
           05  FILLER                PIC X(08) VALUE " RETURNS".
           05  FILLER                PIC X(08) VALUE " RENEWED".
           05  FILLER                PIC X(09) VALUE "    TOTAL".
           05  FILLER                PIC X(09) VALUE "  LAST YR".
           05  FILLER                PIC X(08) VALUE "   SWING".

       01  PT-DETAIL-LINE.
           05  PT-D-LABEL            PIC X(10).
           05  PT-D-LOANS            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  PT-D-RETURNS          PIC ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  PT-D-RENEWS           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  PT-D-TOTAL            PIC Z,ZZZ,ZZ9.
           05  PT-D-LAST             PIC Z,ZZZ,ZZ9.
           05  PT-D-SWING            PIC ---,--9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PT-D-FLAG             PIC X(10).

       01  PT-HOUR-LABEL.
           05  PT-HL-HOUR            PIC 9(02).
           05  FILLER                PIC X(03) VALUE ":00".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZEROS
               PERFORM 2000-COUNT-ONE-PERIOD THRU 2000-EXIT
                   VARYING PT-PER-IX FROM 1 BY 1
                   UNTIL PT-PER-IX > 2
               CLOSE LoanHistFile
               PERFORM 3000-OPEN-EXTRACT THRU 3000-EXIT
               PERFORM 4000-REPORT-ONE-BRANCH THRU 4000-EXIT
                   VARYING PT-BR-IX FROM 1 BY 1
                   UNTIL PT-BR-IX > PT-BR-USED
               PERFORM 5000-TERMINATE THRU 5000-EXIT
           END-IF
           GOBACK.

       1000-INITIALIZE.
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           MOVE RD-RUN-DATE-DISPLAY TO PT-H1-DATE
           PERFORM 1100-READ-OPTION-CARD THRU 1100-EXIT
           DISPLAY "Period from (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT PT-FROM-DATE
           DISPLAY "Period to   (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT PT-TO-DATE
           MOVE "V" TO DS-FUNCTION
           MOVE PT-FROM-DATE TO DS-DATE-1
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           IF DS-STATUS NOT = "00"
               DISPLAY "From date " PT-FROM-DATE " is not a valid"
                       " YYYYMMDD date."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE PT-TO-DATE TO DS-DATE-1
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           IF DS-STATUS NOT = "00"
               DISPLAY "To date " PT-TO-DATE " is not a valid"
                       " YYYYMMDD date."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           IF PT-TO-DATE < PT-FROM-DATE
               DISPLAY "To date is before the from date."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE PT-FROM-DATE TO PT-PD-FROM (1)
           MOVE PT-TO-DATE   TO PT-PD-TO (1)
           MOVE PT-FROM-DATE TO PT-PRIOR-DATE
           PERFORM 1200-BACK-ONE-YEAR THRU 1200-EXIT
           MOVE PT-PRIOR-DATE TO PT-PD-FROM (2)
           MOVE PT-TO-DATE TO PT-PRIOR-DATE
           PERFORM 1200-BACK-ONE-YEAR THRU 1200-EXIT
           MOVE PT-PRIOR-DATE TO PT-PD-TO (2)
           MOVE ZEROS TO PT-PD-EVENTS (1) PT-PD-EVENTS (2)
           ADD 1 PT-FIRST-HOUR GIVING PT-FIRST-HOUR-IX
           ADD 1 PT-LAST-HOUR GIVING PT-LAST-HOUR-IX
           MOVE ZEROS TO PT-BRANCH-TABLE
           MOVE SPACES TO PT-BR-CODE (1)
           MOVE 1 TO PT-BR-USED
           MOVE ZEROS TO PT-WD-DATE
           OPEN INPUT LoanHistFile
           IF NOT PT-HISTFILE-OK
               DISPLAY "LOANHIST.DAT OPEN failed - status "
                       PT-HISTFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
      *    BRANCHES.DAT is optional - absent, branches print by code.
           OPEN INPUT BranchFile
           IF PT-BRCHFILE-OK
               SET PT-BRANCHES-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-OPTION-CARD.
           OPEN INPUT OptionFile
           IF NOT PT-OPTFILE-OK
               GO TO 1100-EXIT
           END-IF
           READ OptionFile
               AT END
                   CLOSE OptionFile
                   GO TO 1100-EXIT
           END-READ
           IF PT-OPT-FIRST-HOUR IS NUMERIC
               AND PT-OPT-LAST-HOUR IS NUMERIC
               AND PT-OPT-LAST-HOUR < 24
               AND PT-OPT-FIRST-HOUR NOT > PT-OPT-LAST-HOUR
               MOVE PT-OPT-FIRST-HOUR TO PT-FIRST-HOUR
               MOVE PT-OPT-LAST-HOUR  TO PT-LAST-HOUR
           ELSE
               DISPLAY "CIRCPOPT.DAT opening hours not usable -"
                       " 09 to 19 assumed."
           END-IF
           CLOSE OptionFile.
       1100-EXIT.
           EXIT.

       1200-BACK-ONE-YEAR.
           SUBTRACT 1 FROM PT-PRIOR-YEAR
           IF PT-PRIOR-MMDD = 0229
               MOVE 0228 TO PT-PRIOR-MMDD
           END-IF.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  2000-COUNT-ONE-PERIOD - the period's events off the
      *  event-date key, each added to every-branch entry and to
      *  its own branch's.
      *****************************************************************
       2000-COUNT-ONE-PERIOD.
           MOVE "N" TO PT-EOF-SWITCH
           MOVE PT-PD-FROM (PT-PER-IX) TO LH-EVENT-DATE
           START LoanHistFile KEY NOT < LH-EVENT-DATE
               INVALID KEY
                   GO TO 2000-EXIT
           END-START
           PERFORM 2100-COUNT-ONE-EVENT THRU 2100-EXIT
               UNTIL PT-FILE-EOF.
       2000-EXIT.
           EXIT.

       2100-COUNT-ONE-EVENT.
           READ LoanHistFile NEXT RECORD
               AT END
                   SET PT-FILE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF LH-EVENT-DATE > PT-PD-TO (PT-PER-IX)
               SET PT-FILE-EOF TO TRUE
               GO TO 2100-EXIT
           END-IF
           EVALUATE TRUE
               WHEN LH-LOAN-EVENT
                   MOVE 1 TO PT-TYPE-IX
               WHEN LH-RETURN-EVENT
                   MOVE 2 TO PT-TYPE-IX
               WHEN LH-RENEW-EVENT
                   MOVE 3 TO PT-TYPE-IX
               WHEN OTHER
                   GO TO 2100-EXIT
           END-EVALUATE
      *    The events come in date order - the weekday is looked up
      *    once per date.
           IF LH-EVENT-DATE NOT = PT-WD-DATE
               MOVE "W" TO DS-FUNCTION
               MOVE LH-EVENT-DATE TO DS-DATE-1
               CALL "DATE-SVC" USING DS-DATE-SVC-AREA
               END-CALL
               IF DS-STATUS NOT = "00"
                   ADD 1 TO PT-BAD-DATE-COUNT
                   GO TO 2100-EXIT
               END-IF
               MOVE LH-EVENT-DATE TO PT-WD-DATE
               MOVE DS-DAYS TO PT-WD-DAY
           END-IF
           MOVE PT-WD-DAY TO PT-DAY-IX
           MOVE LH-EVENT-TIME (1:2) TO PT-EVENT-HOUR
           IF LH-EVENT-TIME < 100
               OR PT-EVENT-HOUR NOT < 24
               MOVE 25 TO PT-HOUR-IX
           ELSE
               ADD 1 PT-EVENT-HOUR GIVING PT-HOUR-IX
           END-IF
           ADD 1 TO PT-PD-EVENTS (PT-PER-IX)
           ADD 1 TO PT-BR-COUNT (1 PT-PER-IX PT-DAY-IX PT-HOUR-IX
                                 PT-TYPE-IX)
           PERFORM 2200-FIND-BRANCH THRU 2200-EXIT
           IF PT-BR-HIT-IX > ZEROS
               ADD 1 TO PT-BR-COUNT (PT-BR-HIT-IX PT-PER-IX PT-DAY-IX
                                     PT-HOUR-IX PT-TYPE-IX)
           ELSE
               ADD 1 TO PT-UNPLACED-COUNT
           END-IF.
       2100-EXIT.
           EXIT.

      *  A branch not met before takes the next free entry; past the
      *  table's end its events count under all branches only.
       2200-FIND-BRANCH.
           MOVE ZEROS TO PT-BR-HIT-IX
           PERFORM 2210-MATCH-ONE-BRANCH THRU 2210-EXIT
               VARYING PT-BR-IX FROM 2 BY 1
               UNTIL PT-BR-IX > PT-BR-USED
               OR PT-BR-HIT-IX > ZEROS
           IF PT-BR-HIT-IX > ZEROS
               GO TO 2200-EXIT
           END-IF
           IF PT-BR-USED < PT-BRANCH-MAX
               ADD 1 TO PT-BR-USED
               MOVE LH-BRANCH TO PT-BR-CODE (PT-BR-USED)
               MOVE PT-BR-USED TO PT-BR-HIT-IX
           END-IF.
       2200-EXIT.
           EXIT.

       2210-MATCH-ONE-BRANCH.
           IF PT-BR-CODE (PT-BR-IX) = LH-BRANCH
               MOVE PT-BR-IX TO PT-BR-HIT-IX
           END-IF.
       2210-EXIT.
           EXIT.

       3000-OPEN-EXTRACT.
           OPEN OUTPUT CsvFile
           IF NOT PT-CSVFILE-OK
               DISPLAY "CIRCPAT.CSV OPEN failed - status "
                       PT-CSVFILE-STATUS " - no extract written."
               MOVE 4 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           SET PT-CSV-OPEN TO TRUE
           MOVE SPACES TO PT-CSV-LINE
           STRING "BRANCH,WEEKDAY,HOUR,LOANS,RETURNS,RENEWALS,"
                      DELIMITED BY SIZE
                  "LY_LOANS,LY_RETURNS,LY_RENEWALS"
                      DELIMITED BY SIZE
               INTO PT-CSV-LINE
           WRITE PT-CSV-LINE
           DISPLAY PT-HEADING-1
           MOVE PT-PD-FROM (1) TO PT-H2-FROM
           MOVE PT-PD-TO (1)   TO PT-H2-TO
           MOVE PT-PD-FROM (2) TO PT-H2-LAST-FROM
           MOVE PT-PD-TO (2)   TO PT-H2-LAST-TO
           DISPLAY PT-HEADING-2.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  4000-REPORT-ONE-BRANCH - the weekday table, the hour table
      *  with the busiest and quietest opening hours marked, the
      *  branch totals, and the branch's rows on the extract.
      *****************************************************************
       4000-REPORT-ONE-BRANCH.
           PERFORM 4050-NAME-THE-BRANCH THRU 4050-EXIT
           DISPLAY SPACES
           DISPLAY PT-BRANCH-HEADING
           DISPLAY "---------------------------------------------"
                   "------------------------------"
           MOVE ZEROS TO PT-BRANCH-TOTALS
           MOVE "WEEKDAY" TO PT-CH-LABEL
           DISPLAY PT-COLUMN-HEADING
           PERFORM 4100-PRINT-ONE-WEEKDAY THRU 4100-EXIT
               VARYING PT-DAY-IX FROM 1 BY 1
               UNTIL PT-DAY-IX > 7
           DISPLAY SPACES
           PERFORM 4200-RANK-THE-HOURS THRU 4200-EXIT
           MOVE "HOUR" TO PT-CH-LABEL
           DISPLAY PT-COLUMN-HEADING
           PERFORM 4300-PRINT-ONE-HOUR THRU 4300-EXIT
               VARYING PT-HOUR-IX FROM 1 BY 1
               UNTIL PT-HOUR-IX > 25
           DISPLAY SPACES
           DISPLAY "Loans..........: " PT-BT-LOANS
           DISPLAY "Returns........: " PT-BT-RETURNS
           DISPLAY "Renewals.......: " PT-BT-RENEWS
           DISPLAY "Last year......: " PT-BT-LAST
           IF PT-CSV-OPEN
               PERFORM 4400-EXTRACT-ONE-DAY THRU 4400-EXIT
                   VARYING PT-DAY-IX FROM 1 BY 1
                   UNTIL PT-DAY-IX > 7
           END-IF.
       4000-EXIT.
           EXIT.

       4050-NAME-THE-BRANCH.
           IF PT-BR-IX = 1
               MOVE "ALL"  TO PT-BH-CODE PT-CSV-BRANCH
               MOVE "ALL BRANCHES" TO PT-BH-NAME
               GO TO 4050-EXIT
           END-IF
           MOVE PT-BR-CODE (PT-BR-IX) TO PT-BH-CODE PT-CSV-BRANCH
           MOVE SPACES TO PT-BH-NAME
           IF PT-BR-CODE (PT-BR-IX) = SPACES
               MOVE "(main building)" TO PT-BH-NAME
               GO TO 4050-EXIT
           END-IF
           IF PT-BRANCHES-OPEN
               MOVE PT-BR-CODE (PT-BR-IX) TO BN-BRANCH-CODE
               READ BranchFile
                   INVALID KEY
                       MOVE "(not on BRANCHES.DAT)" TO PT-BH-NAME
                   NOT INVALID KEY
                       MOVE BN-BRANCH-NAME TO PT-BH-NAME
               END-READ
           END-IF.
       4050-EXIT.
           EXIT.

       4100-PRINT-ONE-WEEKDAY.
           PERFORM 4900-CLEAR-SUMS THRU 4900-EXIT
           PERFORM 4950-ADD-ONE-CELL THRU 4950-EXIT
               VARYING PT-HOUR-IX FROM 1 BY 1
               UNTIL PT-HOUR-IX > 25
           MOVE PT-DAY-NAME (PT-DAY-IX) TO PT-D-LABEL
           MOVE SPACES TO PT-D-FLAG
           PERFORM 4800-PUT-DETAIL-LINE THRU 4800-EXIT
           ADD PT-SUM-LOANS   TO PT-BT-LOANS
           ADD PT-SUM-RETURNS TO PT-BT-RETURNS
           ADD PT-SUM-RENEWS  TO PT-BT-RENEWS
           ADD PT-SUM-LAST    TO PT-BT-LAST.
       4100-EXIT.
           EXIT.

      *  Only the opening hours are ranked; the first of equal hours
      *  takes the mark.  Nothing is marked for a branch with no
      *  activity in its opening hours.
       4200-RANK-THE-HOURS.
           PERFORM 4210-TOTAL-ONE-HOUR THRU 4210-EXIT
               VARYING PT-HOUR-IX FROM 1 BY 1
               UNTIL PT-HOUR-IX > 24
           MOVE PT-FIRST-HOUR-IX TO PT-BUSY-IX PT-QUIET-IX
           PERFORM 4220-RANK-ONE-HOUR THRU 4220-EXIT
               VARYING PT-HOUR-IX FROM PT-FIRST-HOUR-IX BY 1
               UNTIL PT-HOUR-IX > PT-LAST-HOUR-IX
           IF PT-HOUR-TOTAL (PT-BUSY-IX) = ZEROS
               MOVE ZEROS TO PT-BUSY-IX PT-QUIET-IX
           END-IF
           IF PT-QUIET-IX = PT-BUSY-IX
               MOVE ZEROS TO PT-QUIET-IX
           END-IF.
       4200-EXIT.
           EXIT.

       4210-TOTAL-ONE-HOUR.
           PERFORM 4900-CLEAR-SUMS THRU 4900-EXIT
           PERFORM 4950-ADD-ONE-CELL THRU 4950-EXIT
               VARYING PT-DAY-IX FROM 1 BY 1
               UNTIL PT-DAY-IX > 7
           MOVE PT-SUM-TOTAL TO PT-HOUR-TOTAL (PT-HOUR-IX).
       4210-EXIT.
           EXIT.

       4220-RANK-ONE-HOUR.
           IF PT-HOUR-TOTAL (PT-HOUR-IX) > PT-HOUR-TOTAL (PT-BUSY-IX)
               MOVE PT-HOUR-IX TO PT-BUSY-IX
           END-IF
           IF PT-HOUR-TOTAL (PT-HOUR-IX) < PT-HOUR-TOTAL (PT-QUIET-IX)
               MOVE PT-HOUR-IX TO PT-QUIET-IX
           END-IF.
       4220-EXIT.
           EXIT.

      *  An opening hour always prints; any other hour, and the no
      *  time line, only where there was activity either year.
       4300-PRINT-ONE-HOUR.
           PERFORM 4900-CLEAR-SUMS THRU 4900-EXIT
           PERFORM 4950-ADD-ONE-CELL THRU 4950-EXIT
               VARYING PT-DAY-IX FROM 1 BY 1
               UNTIL PT-DAY-IX > 7
           MOVE SPACES TO PT-D-FLAG
           IF PT-HOUR-IX = 25
               IF PT-SUM-TOTAL = ZEROS AND PT-SUM-LAST = ZEROS
                   GO TO 4300-EXIT
               END-IF
               MOVE "NO TIME" TO PT-D-LABEL
               PERFORM 4800-PUT-DETAIL-LINE THRU 4800-EXIT
               GO TO 4300-EXIT
           END-IF
           IF PT-HOUR-IX < PT-FIRST-HOUR-IX
               OR PT-HOUR-IX > PT-LAST-HOUR-IX
               IF PT-SUM-TOTAL = ZEROS AND PT-SUM-LAST = ZEROS
                   GO TO 4300-EXIT
               END-IF
               MOVE "OUT OF HRS" TO PT-D-FLAG
           END-IF
           IF PT-HOUR-IX = PT-BUSY-IX
               MOVE "BUSIEST" TO PT-D-FLAG
           END-IF
           IF PT-HOUR-IX = PT-QUIET-IX
               MOVE "QUIETEST" TO PT-D-FLAG
           END-IF
           SUBTRACT 1 FROM PT-HOUR-IX GIVING PT-HL-HOUR
           MOVE PT-HOUR-LABEL TO PT-D-LABEL
           PERFORM 4800-PUT-DETAIL-LINE THRU 4800-EXIT.
       4300-EXIT.
           EXIT.

      *  One row per weekday and opening hour, then any other hour
      *  and the no time cell where there was activity either year.
       4400-EXTRACT-ONE-DAY.
           PERFORM 4410-EXTRACT-ONE-HOUR THRU 4410-EXIT
               VARYING PT-HOUR-IX FROM 1 BY 1
               UNTIL PT-HOUR-IX > 25.
       4400-EXIT.
           EXIT.

       4410-EXTRACT-ONE-HOUR.
           PERFORM 4900-CLEAR-SUMS THRU 4900-EXIT
           PERFORM 4950-ADD-ONE-CELL THRU 4950-EXIT
           IF PT-HOUR-IX < PT-FIRST-HOUR-IX
               OR PT-HOUR-IX > PT-LAST-HOUR-IX
               IF PT-SUM-TOTAL = ZEROS AND PT-SUM-LAST = ZEROS
                   GO TO 4410-EXIT
               END-IF
           END-IF
           IF PT-HOUR-IX = 25
               MOVE "--" TO PT-CSV-HOUR
           ELSE
               SUBTRACT 1 FROM PT-HOUR-IX GIVING PT-HL-HOUR
               MOVE PT-HL-HOUR TO PT-CSV-HOUR
           END-IF
           MOVE ALL "," TO PT-CSV-COUNT
           MOVE PT-SUM-LOANS        TO PT-CC-LOANS
           MOVE PT-SUM-RETURNS      TO PT-CC-RETURNS
           MOVE PT-SUM-RENEWS       TO PT-CC-RENEWS
           MOVE PT-SUM-LAST-LOANS   TO PT-CC-LAST-LOANS
           MOVE PT-SUM-LAST-RETURNS TO PT-CC-LAST-RETURNS
           MOVE PT-SUM-LAST-RENEWS  TO PT-CC-LAST-RENEWS
           MOVE SPACES TO PT-CSV-LINE
           STRING PT-CSV-BRANCH            DELIMITED BY SPACE
                  ","                      DELIMITED BY SIZE
                  PT-DAY-NAME (PT-DAY-IX)  DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  PT-CSV-HOUR              DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  PT-CSV-COUNT (1:35)      DELIMITED BY SIZE
               INTO PT-CSV-LINE
           WRITE PT-CSV-LINE
           ADD 1 TO PT-CSV-COUNT-ROWS.
       4410-EXIT.
           EXIT.

       4800-PUT-DETAIL-LINE.
           MOVE PT-SUM-LOANS   TO PT-D-LOANS
           MOVE PT-SUM-RETURNS TO PT-D-RETURNS
           MOVE PT-SUM-RENEWS  TO PT-D-RENEWS
           MOVE PT-SUM-TOTAL   TO PT-D-TOTAL
           MOVE PT-SUM-LAST    TO PT-D-LAST
           SUBTRACT PT-SUM-LAST FROM PT-SUM-TOTAL GIVING PT-SWING
           MOVE PT-SWING TO PT-D-SWING
           DISPLAY PT-DETAIL-LINE.
       4800-EXIT.
           EXIT.

       4900-CLEAR-SUMS.
           MOVE ZEROS TO PT-SUM-LOANS PT-SUM-RETURNS PT-SUM-RENEWS
                         PT-SUM-TOTAL PT-SUM-LAST PT-SUM-LAST-LOANS
                         PT-SUM-LAST-RETURNS PT-SUM-LAST-RENEWS.
       4900-EXIT.
           EXIT.

      *  Add the branch's cell at PT-DAY-IX and PT-HOUR-IX, both
      *  years, into the line sums.
       4950-ADD-ONE-CELL.
           ADD PT-BR-COUNT (PT-BR-IX 1 PT-DAY-IX PT-HOUR-IX 1)
               TO PT-SUM-LOANS PT-SUM-TOTAL
           ADD PT-BR-COUNT (PT-BR-IX 1 PT-DAY-IX PT-HOUR-IX 2)
               TO PT-SUM-RETURNS PT-SUM-TOTAL
           ADD PT-BR-COUNT (PT-BR-IX 1 PT-DAY-IX PT-HOUR-IX 3)
               TO PT-SUM-RENEWS PT-SUM-TOTAL
           ADD PT-BR-COUNT (PT-BR-IX 2 PT-DAY-IX PT-HOUR-IX 1)
               TO PT-SUM-LAST-LOANS PT-SUM-LAST
           ADD PT-BR-COUNT (PT-BR-IX 2 PT-DAY-IX PT-HOUR-IX 2)
               TO PT-SUM-LAST-RETURNS PT-SUM-LAST
           ADD PT-BR-COUNT (PT-BR-IX 2 PT-DAY-IX PT-HOUR-IX 3)
               TO PT-SUM-LAST-RENEWS PT-SUM-LAST.
       4950-EXIT.
           EXIT.

       5000-TERMINATE.
           IF PT-BRANCHES-OPEN
               CLOSE BranchFile
           END-IF
           IF PT-CSV-OPEN
               CLOSE CsvFile
           END-IF
           DISPLAY SPACES
           DISPLAY "Events this period.....: " PT-PD-EVENTS (1)
           DISPLAY "Events last year.......: " PT-PD-EVENTS (2)
           IF PT-UNPLACED-COUNT > ZEROS
               DISPLAY "Events past the " PT-BRANCH-MAX
                       "-branch table (all branches only): "
                       PT-UNPLACED-COUNT
           END-IF
           IF PT-BAD-DATE-COUNT > ZEROS
               DISPLAY "Events with an invalid date (skipped): "
                       PT-BAD-DATE-COUNT
           END-IF
           IF PT-CSV-OPEN
               DISPLAY "Rows written to CIRCPAT.CSV: "
                       PT-CSV-COUNT-ROWS
           END-IF.
       5000-EXIT.
           EXIT.
