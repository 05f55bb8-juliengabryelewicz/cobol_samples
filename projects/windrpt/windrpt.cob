       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WINDRPT.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  WINDRPT
      *
      *  Batch-window timings.  Turns the START and STOP records
      *  STEP-LOG writes to STEPCTL.DAT into run times for one
      *  night's window - by default the window just run, from noon
      *  on the night's date to noon the next day - and prints each
      *  step's start, stop and elapsed time, the whole window's
      *  first start to last stop, and each against its rolling
      *  average over the last 30 nights on file.  Flagged:
      *      OVER    a step (or the window) running more than the
      *              overrun percentage over its average;
      *      NO STOP a step that started and never stopped;
      *      LATE    a window that finished after the opening-time
      *              deadline on the morning after.
      *  Each night's timings are kept on the dated BATCHTIM.DAT
      *  history - night, step name, elapsed seconds, in the shape
      *  of FILEMETR.DAT's date, file name and count, so the growth
      *  figures and the run-time trend read side by side - with
      *  the window itself under the name *WINDOW.  A night already
      *  on the history is reported but not added twice.
      *
      *  The WINOPT.DAT card can name the night to report and
      *  override the overrun percentage (25), the deadline (0700)
      *  and the hour the window turns over (12); blank or zero
      *  leaves the default.  Runs as the last NITECAT step and
      *  logs no step of its own, so it never times itself.  Ends
      *  RETURN-CODE 4 when anything is flagged.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StepCtlFile ASSIGN TO "STEPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WR-STEPFILE-STATUS.
           SELECT HistoryFile ASSIGN TO "BATCHTIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WR-HISTFILE-STATUS.
           SELECT OptionFile ASSIGN TO "WINOPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WR-OPTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  StepCtlFile.
       COPY STEPCTL.

       FD  HistoryFile.
       01  WR-HISTORY-RECORD.
           05  WR-H-NIGHT            PIC 9(08).
           05  WR-H-STEP-NAME        PIC X(12).
           05  WR-H-ELAPSED          PIC 9(07).
           05  WR-H-START-DATE       PIC 9(08).
           05  WR-H-START-TIME       PIC 9(08).
           05  WR-H-STOP-DATE        PIC 9(08).
           05  WR-H-STOP-TIME        PIC 9(08).

       FD  OptionFile.
       01  WR-OPTION-RECORD.
           05  WR-OPT-NIGHT          PIC 9(08).
           05  WR-OPT-OVER-PCT       PIC 9(03).
           05  WR-OPT-DEADLINE       PIC 9(04).
           05  WR-OPT-CUTOVER        PIC 9(02).

       WORKING-STORAGE SECTION.
       01  WR-STEPFILE-STATUS        PIC X(02).
           88  WR-STEPFILE-OK        VALUE "00".

       01  WR-HISTFILE-STATUS        PIC X(02).
           88  WR-HISTFILE-OK        VALUE "00".
           88  WR-HISTFILE-NEW       VALUE "35".

       01  WR-OPTFILE-STATUS         PIC X(02).
           88  WR-OPTFILE-OK         VALUE "00".

       01  WR-EOF-SWITCH             PIC X(01).
           88  WR-FILE-EOF           VALUE "Y".

       01  WR-RECORDED-SWITCH        PIC X(01) VALUE "N".
           88  WR-NIGHT-RECORDED     VALUE "Y".

      *  The limits - WINOPT.DAT overrides each.
       01  WR-OVER-PCT               PIC 9(03) VALUE 25.
       01  WR-DEADLINE               PIC 9(04) VALUE 0700.
       01  WR-CUTOVER-HOUR           PIC 9(02) VALUE 12.

       01  WR-SYSTEM-DATE            PIC 9(08).
       01  WR-SYSTEM-TIME            PIC 9(08).
       01  WR-NIGHT                  PIC 9(08).
       01  WR-MORNING                PIC 9(08).
       01  WR-WINDOW-FROM            PIC 9(16).
       01  WR-WINDOW-TO              PIC 9(16).
       01  WR-EVENT-STAMP            PIC 9(16).
       01  WR-DEADLINE-STAMP         PIC 9(16).

      *  Each step run in the window.  A step started twice (a
      *  re-drive) has two entries; a STOP closes the latest open
      *  one of its name.
       01  WR-RUN-MAX                PIC 9(02) VALUE 50.
       01  WR-RUN-COUNT              PIC 9(02) VALUE ZEROS.
       01  WR-RUN-OVER               PIC 9(03) VALUE ZEROS.
       01  WR-RUN-TABLE.
           05  WR-RUN-ENTRY OCCURS 50 TIMES.
               10  WR-RN-STEP-NAME   PIC X(12).
               10  WR-RN-START-DATE  PIC 9(08).
               10  WR-RN-START-TIME  PIC 9(08).
               10  WR-RN-STOP-DATE   PIC 9(08).
               10  WR-RN-STOP-TIME   PIC 9(08).
               10  WR-RN-ELAPSED     PIC 9(07).
               10  WR-RN-HIST-SUM    PIC 9(09).
               10  WR-RN-HIST-NIGHTS PIC 9(03).
       01  WR-RUN-IX                 PIC 9(02).
       01  WR-RUN-HIT                PIC 9(02).

      *  The window as a whole, laid out as one more run.
       01  WR-WINDOW.
           05  WR-WN-START-DATE      PIC 9(08) VALUE ZEROS.
           05  WR-WN-START-TIME      PIC 9(08) VALUE ZEROS.
           05  WR-WN-STOP-DATE       PIC 9(08) VALUE ZEROS.
           05  WR-WN-STOP-TIME       PIC 9(08) VALUE ZEROS.
           05  WR-WN-ELAPSED         PIC 9(07) VALUE ZEROS.
           05  WR-WN-HIST-SUM        PIC 9(09) VALUE ZEROS.
           05  WR-WN-HIST-NIGHTS     PIC 9(03) VALUE ZEROS.

      *  The last 30 nights on the history before the one
      *  reported, oldest first.
       01  WR-NIGHT-MAX              PIC 9(02) VALUE 30.
       01  WR-NIGHT-COUNT            PIC 9(02) VALUE ZEROS.
       01  WR-NIGHT-TABLE.
           05  WR-NIGHT-DATE OCCURS 30 TIMES PIC 9(08).
       01  WR-NIGHT-IX               PIC 9(02).
       01  WR-OLDEST-NIGHT           PIC 9(08) VALUE ZEROS.
       01  WR-LAST-HIST-NIGHT        PIC 9(08) VALUE ZEROS.

      *  Seconds arithmetic - a stamp on the morning after counts
      *  a day on from the night's date.
       01  WR-CLOCK                  PIC 9(08).
       01  WR-CLOCK-PARTS REDEFINES WR-CLOCK.
           05  WR-CLOCK-HH           PIC 9(02).
           05  WR-CLOCK-MM           PIC 9(02).
           05  WR-CLOCK-SS           PIC 9(02).
           05  WR-CLOCK-CC           PIC 9(02).
       01  WR-START-SECS             PIC 9(07).
       01  WR-STOP-SECS              PIC 9(07).
       01  WR-ELAPSED                PIC 9(07).
       01  WR-AVERAGE                PIC 9(07).
       01  WR-VARIANCE               PIC S9(05).
       01  WR-HOURS                  PIC 9(03).
       01  WR-REMAINDER              PIC 9(07).
       01  WR-HOLD-ELAPSED           PIC 9(07).
       01  WR-FLAG-COUNT             PIC 9(03) VALUE ZEROS.

      *  The run (or the window) being compared with its average.
       01  WR-CMP-STOP-DATE          PIC 9(08).
       01  WR-CMP-STOP-TIME          PIC 9(08).
       01  WR-CMP-HIST-SUM           PIC 9(09).
       01  WR-CMP-HIST-NIGHTS        PIC 9(03).

       COPY DATESVCA.

       COPY RUNDATE.

       01  WR-HEADING-1.
           05  FILLER                PIC X(09) VALUE "WINDRPT".
           05  FILLER                PIC X(27) VALUE
               "BATCH WINDOW TIMINGS".
           05  FILLER                PIC X(10) VALUE "RUN DATE:".
           05  WR-H1-DATE            PIC X(10).

       01  WR-HEADING-2.
           05  FILLER                PIC X(09) VALUE "NIGHT OF ".
           05  WR-H2-NIGHT           PIC 9999/99/99.
           05  FILLER                PIC X(12) VALUE "   DEADLINE ".
           05  WR-H2-DEADLINE        PIC 99B99.
           05  FILLER                PIC X(12) VALUE "   OVERRUN >".
           05  WR-H2-OVER-PCT        PIC ZZ9.
           05  FILLER                PIC X(01) VALUE "%".

       01  WR-HEADING-3.
           05  FILLER                PIC X(14) VALUE "STEP".
           05  FILLER                PIC X(18) VALUE "START".
           05  FILLER                PIC X(18) VALUE "STOP".
           05  FILLER                PIC X(10) VALUE "ELAPSED".
           05  FILLER                PIC X(10) VALUE "AVERAGE".
           05  FILLER                PIC X(07) VALUE "NIGHTS".
           05  FILLER                PIC X(07) VALUE "VAR%".
           05  FILLER                PIC X(07) VALUE "FLAG".

       01  WR-DETAIL-LINE.
           05  WR-D-STEP-NAME        PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WR-D-START-DATE       PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WR-D-START-TIME       PIC 99B99B99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WR-D-STOP-DATE        PIC 9(08) BLANK WHEN ZERO.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WR-D-STOP-TIME        PIC 99B99B99 BLANK WHEN ZERO.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WR-D-ELAPSED          PIC X(09).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WR-D-AVERAGE          PIC X(09).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WR-D-NIGHTS           PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WR-D-VARIANCE         PIC ----9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WR-D-FLAG             PIC X(08).

       01  WR-HMS.
           05  WR-HMS-HOURS          PIC ZZ9.
           05  FILLER                PIC X(01) VALUE ":".
           05  WR-HMS-MINUTES        PIC 9(02).
           05  FILLER                PIC X(01) VALUE ":".
           05  WR-HMS-SECONDS        PIC 9(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE NOT = ZEROS
               GOBACK
           END-IF
           PERFORM 2000-READ-STEP-LOG THRU 2000-EXIT
           PERFORM 3000-READ-HISTORY THRU 3000-EXIT
           PERFORM 4000-PRINT-TIMINGS THRU 4000-EXIT
           PERFORM 5000-RECORD-NIGHT THRU 5000-EXIT
           IF WR-FLAG-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INITIALIZE.
           MOVE ZEROS TO WR-RUN-COUNT WR-RUN-OVER WR-NIGHT-COUNT
                         WR-FLAG-COUNT WR-WINDOW
           MOVE "N" TO WR-RECORDED-SWITCH
           ACCEPT WR-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WR-SYSTEM-TIME FROM TIME
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           MOVE RD-RUN-DATE-DISPLAY TO WR-H1-DATE
           MOVE ZEROS TO WR-NIGHT
           PERFORM 1100-READ-OPTION-CARD THRU 1100-EXIT
      *    With no night on the card, the window just run - before
      *    the turnover hour that began yesterday.
           IF WR-NIGHT = ZEROS
               MOVE WR-SYSTEM-DATE TO WR-NIGHT
               IF WR-SYSTEM-TIME (1:2) < WR-CUTOVER-HOUR
                   MOVE "A" TO DS-FUNCTION
                   MOVE WR-SYSTEM-DATE TO DS-DATE-1
                   MOVE -1 TO DS-DAYS
                   CALL "DATE-SVC" USING DS-DATE-SVC-AREA
                   END-CALL
                   MOVE DS-DATE-2 TO WR-NIGHT
               END-IF
           END-IF
           MOVE "A" TO DS-FUNCTION
           MOVE WR-NIGHT TO DS-DATE-1
           MOVE 1 TO DS-DAYS
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           IF DS-STATUS NOT = "00"
               DISPLAY "Night " WR-NIGHT " on WINOPT.DAT is not a"
                       " valid date."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE DS-DATE-2 TO WR-MORNING
           COMPUTE WR-WINDOW-FROM =
               WR-NIGHT * 100000000 + WR-CUTOVER-HOUR * 1000000
           COMPUTE WR-WINDOW-TO =
               WR-MORNING * 100000000 + WR-CUTOVER-HOUR * 1000000
           COMPUTE WR-DEADLINE-STAMP =
               WR-MORNING * 100000000 + WR-DEADLINE * 10000
           DISPLAY WR-HEADING-1
           MOVE WR-NIGHT    TO WR-H2-NIGHT
           MOVE WR-DEADLINE TO WR-H2-DEADLINE
           MOVE WR-OVER-PCT TO WR-H2-OVER-PCT
           DISPLAY WR-HEADING-2
           DISPLAY SPACES.
       1000-EXIT.
           EXIT.

       1100-READ-OPTION-CARD.
           OPEN INPUT OptionFile
           IF NOT WR-OPTFILE-OK
               GO TO 1100-EXIT
           END-IF
           READ OptionFile
               AT END
                   CLOSE OptionFile
                   GO TO 1100-EXIT
           END-READ
           IF WR-OPT-NIGHT IS NUMERIC AND WR-OPT-NIGHT > ZEROS
               MOVE WR-OPT-NIGHT TO WR-NIGHT
           END-IF
           IF WR-OPT-OVER-PCT IS NUMERIC AND WR-OPT-OVER-PCT > ZEROS
               MOVE WR-OPT-OVER-PCT TO WR-OVER-PCT
           END-IF
           IF WR-OPT-DEADLINE IS NUMERIC AND WR-OPT-DEADLINE > ZEROS
               AND WR-OPT-DEADLINE < 2400
               MOVE WR-OPT-DEADLINE TO WR-DEADLINE
           END-IF
           IF WR-OPT-CUTOVER IS NUMERIC AND WR-OPT-CUTOVER > ZEROS
               AND WR-OPT-CUTOVER < 24
               MOVE WR-OPT-CUTOVER TO WR-CUTOVER-HOUR
           END-IF
           CLOSE OptionFile.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  2000-READ-STEP-LOG - the events inside the window.  The
      *  window runs from its first START to its last STOP.
      *****************************************************************
       2000-READ-STEP-LOG.
           OPEN INPUT StepCtlFile
           IF NOT WR-STEPFILE-OK
               DISPLAY "STEPCTL.DAT not available - status "
                       WR-STEPFILE-STATUS " - no steps timed."
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO WR-EOF-SWITCH
           PERFORM 2100-TAKE-ONE-EVENT THRU 2100-EXIT
               UNTIL WR-FILE-EOF
           CLOSE StepCtlFile
           IF WR-RUN-OVER > ZEROS
               DISPLAY "*** " WR-RUN-OVER " step start(s) beyond the"
                       " table limit not timed ***"
           END-IF.
       2000-EXIT.
           EXIT.

       2100-TAKE-ONE-EVENT.
           READ StepCtlFile
               AT END
                   SET WR-FILE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           COMPUTE WR-EVENT-STAMP =
               SC-STEP-DATE * 100000000 + SC-STEP-TIME
           IF WR-EVENT-STAMP < WR-WINDOW-FROM
               OR WR-EVENT-STAMP NOT < WR-WINDOW-TO
               GO TO 2100-EXIT
           END-IF
           IF SC-STEP-STATUS = "START"
               PERFORM 2200-OPEN-RUN THRU 2200-EXIT
               GO TO 2100-EXIT
           END-IF
           IF SC-STEP-STATUS NOT = "STOP"
               GO TO 2100-EXIT
           END-IF
           MOVE ZEROS TO WR-RUN-HIT
           PERFORM 2300-MATCH-OPEN-RUN THRU 2300-EXIT
               VARYING WR-RUN-IX FROM WR-RUN-COUNT BY -1
                   UNTIL WR-RUN-IX < 1
                      OR WR-RUN-HIT > ZEROS
           IF WR-RUN-HIT = ZEROS
               GO TO 2100-EXIT
           END-IF
           MOVE SC-STEP-DATE TO WR-RN-STOP-DATE (WR-RUN-HIT)
           MOVE SC-STEP-TIME TO WR-RN-STOP-TIME (WR-RUN-HIT)
           MOVE WR-RN-START-DATE (WR-RUN-HIT) TO DS-DATE-1
           MOVE WR-RN-START-TIME (WR-RUN-HIT) TO WR-CLOCK
           PERFORM 2400-SECONDS-INTO-NIGHT THRU 2400-EXIT
           MOVE WR-ELAPSED TO WR-START-SECS
           MOVE SC-STEP-DATE TO DS-DATE-1
           MOVE SC-STEP-TIME TO WR-CLOCK
           PERFORM 2400-SECONDS-INTO-NIGHT THRU 2400-EXIT
           MOVE WR-ELAPSED TO WR-STOP-SECS
           COMPUTE WR-RN-ELAPSED (WR-RUN-HIT) =
               WR-STOP-SECS - WR-START-SECS
           MOVE SC-STEP-DATE TO WR-WN-STOP-DATE
           MOVE SC-STEP-TIME TO WR-WN-STOP-TIME.
       2100-EXIT.
           EXIT.

       2200-OPEN-RUN.
           IF WR-RUN-COUNT NOT < WR-RUN-MAX
               ADD 1 TO WR-RUN-OVER
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WR-RUN-COUNT
           MOVE SC-STEP-NAME TO WR-RN-STEP-NAME (WR-RUN-COUNT)
           MOVE SC-STEP-DATE TO WR-RN-START-DATE (WR-RUN-COUNT)
           MOVE SC-STEP-TIME TO WR-RN-START-TIME (WR-RUN-COUNT)
           MOVE ZEROS TO WR-RN-STOP-DATE (WR-RUN-COUNT)
                         WR-RN-STOP-TIME (WR-RUN-COUNT)
                         WR-RN-ELAPSED (WR-RUN-COUNT)
                         WR-RN-HIST-SUM (WR-RUN-COUNT)
                         WR-RN-HIST-NIGHTS (WR-RUN-COUNT)
           IF WR-WN-START-DATE = ZEROS
               MOVE SC-STEP-DATE TO WR-WN-START-DATE
               MOVE SC-STEP-TIME TO WR-WN-START-TIME
           END-IF.
       2200-EXIT.
           EXIT.

       2300-MATCH-OPEN-RUN.
           IF WR-RN-STEP-NAME (WR-RUN-IX) = SC-STEP-NAME
               AND WR-RN-STOP-DATE (WR-RUN-IX) = ZEROS
               MOVE WR-RUN-IX TO WR-RUN-HIT
           END-IF.
       2300-EXIT.
           EXIT.

      *  DS-DATE-1 and WR-CLOCK in, WR-ELAPSED out - the seconds
      *  since midnight starting the night.
       2400-SECONDS-INTO-NIGHT.
           COMPUTE WR-ELAPSED =
               WR-CLOCK-HH * 3600 + WR-CLOCK-MM * 60 + WR-CLOCK-SS
           IF DS-DATE-1 NOT = WR-NIGHT
               ADD 86400 TO WR-ELAPSED
           END-IF.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  3000-READ-HISTORY - two passes over BATCHTIM.DAT: the first
      *  finds the last 30 nights before this one (and whether this
      *  one is already on file), the second sums each step's
      *  elapsed time over those nights.
      *****************************************************************
       3000-READ-HISTORY.
           OPEN INPUT HistoryFile
           IF NOT WR-HISTFILE-OK
               DISPLAY "BATCHTIM.DAT not on file yet - no averages."
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO WR-EOF-SWITCH
           PERFORM 3100-NOTE-ONE-NIGHT THRU 3100-EXIT
               UNTIL WR-FILE-EOF
           CLOSE HistoryFile
           IF WR-NIGHT-COUNT = ZEROS
               GO TO 3000-EXIT
           END-IF
           MOVE WR-NIGHT-DATE (1) TO WR-OLDEST-NIGHT
           OPEN INPUT HistoryFile
           MOVE "N" TO WR-EOF-SWITCH
           PERFORM 3200-ADD-ONE-TIMING THRU 3200-EXIT
               UNTIL WR-FILE-EOF
           CLOSE HistoryFile.
       3000-EXIT.
           EXIT.

       3100-NOTE-ONE-NIGHT.
           READ HistoryFile
               AT END
                   SET WR-FILE-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF WR-H-NIGHT = WR-NIGHT
               SET WR-NIGHT-RECORDED TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF WR-H-NIGHT > WR-NIGHT
               OR WR-H-NIGHT = WR-LAST-HIST-NIGHT
               GO TO 3100-EXIT
           END-IF
           MOVE WR-H-NIGHT TO WR-LAST-HIST-NIGHT
           IF WR-NIGHT-COUNT < WR-NIGHT-MAX
               ADD 1 TO WR-NIGHT-COUNT
           ELSE
               PERFORM 3110-SHIFT-ONE-NIGHT THRU 3110-EXIT
                   VARYING WR-NIGHT-IX FROM 1 BY 1
                       UNTIL WR-NIGHT-IX NOT < WR-NIGHT-MAX
           END-IF
           MOVE WR-H-NIGHT TO WR-NIGHT-DATE (WR-NIGHT-COUNT).
       3100-EXIT.
           EXIT.

       3110-SHIFT-ONE-NIGHT.
           MOVE WR-NIGHT-DATE (WR-NIGHT-IX + 1)
               TO WR-NIGHT-DATE (WR-NIGHT-IX).
       3110-EXIT.
           EXIT.

       3200-ADD-ONE-TIMING.
           READ HistoryFile
               AT END
                   SET WR-FILE-EOF TO TRUE
                   GO TO 3200-EXIT
           END-READ
           IF WR-H-NIGHT < WR-OLDEST-NIGHT
               OR WR-H-NIGHT NOT < WR-NIGHT
               GO TO 3200-EXIT
           END-IF
           IF WR-H-STEP-NAME = "*WINDOW"
               ADD WR-H-ELAPSED TO WR-WN-HIST-SUM
               ADD 1 TO WR-WN-HIST-NIGHTS
               GO TO 3200-EXIT
           END-IF
           PERFORM 3210-ADD-TO-ONE-RUN THRU 3210-EXIT
               VARYING WR-RUN-IX FROM 1 BY 1
                   UNTIL WR-RUN-IX > WR-RUN-COUNT.
       3200-EXIT.
           EXIT.

       3210-ADD-TO-ONE-RUN.
           IF WR-RN-STEP-NAME (WR-RUN-IX) = WR-H-STEP-NAME
               ADD WR-H-ELAPSED TO WR-RN-HIST-SUM (WR-RUN-IX)
               ADD 1 TO WR-RN-HIST-NIGHTS (WR-RUN-IX)
           END-IF.
       3210-EXIT.
           EXIT.

      *****************************************************************
      *  4000-PRINT-TIMINGS
      *****************************************************************
       4000-PRINT-TIMINGS.
           DISPLAY WR-HEADING-3
           DISPLAY "----------------------------------------"
                   "----------------------------------------"
                   "------------"
           PERFORM 4100-PRINT-ONE-RUN THRU 4100-EXIT
               VARYING WR-RUN-IX FROM 1 BY 1
                   UNTIL WR-RUN-IX > WR-RUN-COUNT
           DISPLAY "----------------------------------------"
                   "----------------------------------------"
                   "------------"
           IF WR-WN-START-DATE = ZEROS
               DISPLAY "No steps ran in the window."
               GO TO 4000-EXIT
           END-IF
           MOVE "*WINDOW"        TO WR-D-STEP-NAME
           MOVE WR-WN-START-DATE TO WR-D-START-DATE
           COMPUTE WR-D-START-TIME = WR-WN-START-TIME / 100
           MOVE ZEROS TO WR-ELAPSED
           IF WR-WN-STOP-DATE NOT = ZEROS
               MOVE WR-WN-STOP-DATE TO DS-DATE-1
               MOVE WR-WN-STOP-TIME TO WR-CLOCK
               PERFORM 2400-SECONDS-INTO-NIGHT THRU 2400-EXIT
               MOVE WR-ELAPSED TO WR-STOP-SECS
               MOVE WR-WN-START-DATE TO DS-DATE-1
               MOVE WR-WN-START-TIME TO WR-CLOCK
               PERFORM 2400-SECONDS-INTO-NIGHT THRU 2400-EXIT
               COMPUTE WR-ELAPSED = WR-STOP-SECS - WR-ELAPSED
           END-IF
           MOVE WR-ELAPSED        TO WR-WN-ELAPSED
           MOVE WR-WN-STOP-DATE   TO WR-CMP-STOP-DATE
           MOVE WR-WN-STOP-TIME   TO WR-CMP-STOP-TIME
           MOVE WR-WN-HIST-SUM    TO WR-CMP-HIST-SUM
           MOVE WR-WN-HIST-NIGHTS TO WR-CMP-HIST-NIGHTS
           PERFORM 4200-COMPARE-AVERAGE THRU 4200-EXIT
           DISPLAY WR-DETAIL-LINE
           COMPUTE WR-EVENT-STAMP =
               WR-WN-STOP-DATE * 100000000 + WR-WN-STOP-TIME
           IF WR-WN-STOP-DATE NOT = ZEROS
               AND WR-EVENT-STAMP > WR-DEADLINE-STAMP
               ADD 1 TO WR-FLAG-COUNT
               DISPLAY "*** LATE - the window finished after the "
                       WR-H2-DEADLINE " deadline ***"
           END-IF
           DISPLAY SPACES
           DISPLAY "Steps timed: " WR-RUN-COUNT
                   "   flagged: " WR-FLAG-COUNT.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-RUN.
           MOVE WR-RN-STEP-NAME (WR-RUN-IX)  TO WR-D-STEP-NAME
           MOVE WR-RN-START-DATE (WR-RUN-IX) TO WR-D-START-DATE
           COMPUTE WR-D-START-TIME =
               WR-RN-START-TIME (WR-RUN-IX) / 100
           MOVE WR-RN-ELAPSED (WR-RUN-IX)     TO WR-ELAPSED
           MOVE WR-RN-STOP-DATE (WR-RUN-IX)   TO WR-CMP-STOP-DATE
           MOVE WR-RN-STOP-TIME (WR-RUN-IX)   TO WR-CMP-STOP-TIME
           MOVE WR-RN-HIST-SUM (WR-RUN-IX)    TO WR-CMP-HIST-SUM
           MOVE WR-RN-HIST-NIGHTS (WR-RUN-IX) TO WR-CMP-HIST-NIGHTS
           PERFORM 4200-COMPARE-AVERAGE THRU 4200-EXIT
           DISPLAY WR-DETAIL-LINE.
       4100-EXIT.
           EXIT.

      *  WR-ELAPSED and the WR-CMP- fields in; fills the stop,
      *  elapsed, average, variance and flag columns of the line.
       4200-COMPARE-AVERAGE.
           MOVE SPACES TO WR-D-ELAPSED WR-D-AVERAGE WR-D-FLAG
           MOVE ZEROS  TO WR-D-VARIANCE
           MOVE WR-CMP-HIST-NIGHTS TO WR-D-NIGHTS
           MOVE WR-CMP-STOP-DATE   TO WR-D-STOP-DATE
           COMPUTE WR-D-STOP-TIME = WR-CMP-STOP-TIME / 100
           IF WR-CMP-HIST-NIGHTS > ZEROS
               COMPUTE WR-AVERAGE ROUNDED =
                   WR-CMP-HIST-SUM / WR-CMP-HIST-NIGHTS
               MOVE WR-ELAPSED TO WR-HOLD-ELAPSED
               MOVE WR-AVERAGE TO WR-ELAPSED
               PERFORM 4300-FORMAT-HMS THRU 4300-EXIT
               MOVE WR-HMS TO WR-D-AVERAGE
               MOVE WR-HOLD-ELAPSED TO WR-ELAPSED
           END-IF
           IF WR-CMP-STOP-DATE = ZEROS
               MOVE "NO STOP" TO WR-D-FLAG
               ADD 1 TO WR-FLAG-COUNT
               GO TO 4200-EXIT
           END-IF
           PERFORM 4300-FORMAT-HMS THRU 4300-EXIT
           MOVE WR-HMS TO WR-D-ELAPSED
           IF WR-CMP-HIST-NIGHTS = ZEROS OR WR-AVERAGE = ZEROS
               GO TO 4200-EXIT
           END-IF
           COMPUTE WR-VARIANCE ROUNDED =
               (WR-ELAPSED - WR-AVERAGE) * 100 / WR-AVERAGE
               ON SIZE ERROR
                   MOVE 9999 TO WR-VARIANCE
           END-COMPUTE
           MOVE WR-VARIANCE TO WR-D-VARIANCE
           IF WR-ELAPSED * 100 > WR-AVERAGE * (100 + WR-OVER-PCT)
               MOVE "OVER" TO WR-D-FLAG
               ADD 1 TO WR-FLAG-COUNT
           END-IF.
       4200-EXIT.
           EXIT.

      *  WR-ELAPSED seconds in, WR-HMS as hhh:mm:ss out.
       4300-FORMAT-HMS.
           DIVIDE WR-ELAPSED BY 3600 GIVING WR-HOURS
               REMAINDER WR-REMAINDER
           MOVE WR-HOURS TO WR-HMS-HOURS
           DIVIDE WR-REMAINDER BY 60 GIVING WR-HMS-MINUTES
               REMAINDER WR-HMS-SECONDS.
       4300-EXIT.
           EXIT.

      *****************************************************************
      *  5000-RECORD-NIGHT - one BATCHTIM.DAT line per step that
      *  stopped, and one for the window, unless the night is
      *  already on file (a rerun of the report).
      *****************************************************************
       5000-RECORD-NIGHT.
           IF WR-NIGHT-RECORDED
               DISPLAY "Night " WR-NIGHT " already on BATCHTIM.DAT -"
                       " not added again."
               GO TO 5000-EXIT
           END-IF
           IF WR-WN-STOP-DATE = ZEROS
               GO TO 5000-EXIT
           END-IF
           OPEN EXTEND HistoryFile
           IF WR-HISTFILE-NEW
               OPEN OUTPUT HistoryFile
           END-IF
           IF NOT WR-HISTFILE-OK
               DISPLAY "BATCHTIM.DAT OPEN failed - status "
                       WR-HISTFILE-STATUS " - timings not kept."
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-WRITE-ONE-RUN THRU 5100-EXIT
               VARYING WR-RUN-IX FROM 1 BY 1
                   UNTIL WR-RUN-IX > WR-RUN-COUNT
           MOVE WR-NIGHT         TO WR-H-NIGHT
           MOVE "*WINDOW"        TO WR-H-STEP-NAME
           MOVE WR-WN-ELAPSED    TO WR-H-ELAPSED
           MOVE WR-WN-START-DATE TO WR-H-START-DATE
           MOVE WR-WN-START-TIME TO WR-H-START-TIME
           MOVE WR-WN-STOP-DATE  TO WR-H-STOP-DATE
           MOVE WR-WN-STOP-TIME  TO WR-H-STOP-TIME
           WRITE WR-HISTORY-RECORD
           CLOSE HistoryFile.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-RUN.
           IF WR-RN-STOP-DATE (WR-RUN-IX) = ZEROS
               GO TO 5100-EXIT
           END-IF
           MOVE WR-NIGHT                     TO WR-H-NIGHT
           MOVE WR-RN-STEP-NAME (WR-RUN-IX)  TO WR-H-STEP-NAME
           MOVE WR-RN-ELAPSED (WR-RUN-IX)    TO WR-H-ELAPSED
           MOVE WR-RN-START-DATE (WR-RUN-IX) TO WR-H-START-DATE
           MOVE WR-RN-START-TIME (WR-RUN-IX) TO WR-H-START-TIME
           MOVE WR-RN-STOP-DATE (WR-RUN-IX)  TO WR-H-STOP-DATE
           MOVE WR-RN-STOP-TIME (WR-RUN-IX)  TO WR-H-STOP-TIME
           WRITE WR-HISTORY-RECORD.
       5100-EXIT.
           EXIT.
