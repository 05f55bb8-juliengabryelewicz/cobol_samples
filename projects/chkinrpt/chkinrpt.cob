       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CHKINRPT.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  CHKINRPT
      *
      *  End-of-shift check-in compliance report for one week (the
      *  seven days ending on the date keyed, default today).  Each
      *  session on SIGNON.DAT - from an operator's sign-on to their
      *  sign-off, the next operator's sign-on, or the end of the
      *  day - is matched against the check-in surveys SURVREQ.DAT
      *  (see SURVMNT) makes mandatory for the operator's role on
      *  OPERMAST.DAT.  A survey counts as done for the session when
      *  EVALRESP.DAT holds an answer to it stamped with that
      *  operator inside the session.  Sessions that ended without
      *  every required survey done are listed by day and operator,
      *  in the SECRPT grouped style, followed by each operator's
      *  completion percentage for the week.  Sessions of a role
      *  with no required survey, and the session still running
      *  today, are left out.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SignonFile ASSIGN TO "SIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KC-SIGNFILE-STATUS.
           SELECT ResponseFile ASSIGN TO "EVALRESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KC-RESPFILE-STATUS.
           SELECT OperMastFile ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-OPER-ID
               FILE STATUS IS KC-OPERFILE-STATUS.
           SELECT RequireFile ASSIGN TO "SURVREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQUIRE-KEY
               FILE STATUS IS KC-REQFILE-STATUS.
           SELECT SortFile ASSIGN TO "CHKINRPT.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD SignonFile.
       COPY SIGNAUD.

       FD ResponseFile.
       COPY EVALRESP.

       FD OperMastFile.
       COPY OPERREC.

       FD RequireFile.
       COPY SURVREQ.

       SD SortFile.
       01  KC-SORT-RECORD.
           05  KC-S-DATE             PIC 9(08).
           05  KC-S-OPER-ID          PIC X(08).
           05  KC-S-START-TIME       PIC 9(08).
           05  KC-S-END-DATE         PIC 9(08).
           05  KC-S-END-TIME         PIC 9(08).
           05  KC-S-ENDED-BY         PIC X(10).
           05  KC-S-MISSING          PIC X(20).

       WORKING-STORAGE SECTION.
       01  KC-SIGNFILE-STATUS        PIC X(02).
           88  KC-SIGNFILE-OK        VALUE "00".

       01  KC-RESPFILE-STATUS        PIC X(02).
           88  KC-RESPFILE-OK        VALUE "00".

       01  KC-OPERFILE-STATUS        PIC X(02).
           88  KC-OPERFILE-OK        VALUE "00".

       01  KC-REQFILE-STATUS         PIC X(02).
           88  KC-REQFILE-OK         VALUE "00".

       01  KC-FILE-EOF-SWITCH        PIC X(01).
           88  KC-FILE-EOF           VALUE "Y".

       01  KC-SORT-EOF-SWITCH        PIC X(01) VALUE "N".
           88  KC-SORT-EOF           VALUE "Y".

       01  KC-FIRST-RECORD-SWITCH    PIC X(01) VALUE "Y".
           88  KC-FIRST-RECORD       VALUE "Y".

       01  KC-SESSION-SWITCH         PIC X(01) VALUE "N".
           88  KC-SESSION-OPEN       VALUE "Y".

       01  KC-FOUND-SWITCH           PIC X(01).
           88  KC-FOUND              VALUE "Y".

       01  KC-ENTRY-DATE             PIC 9(08).
       01  KC-SYSTEM-DATE            PIC 9(08).
       01  KC-WEEK-START             PIC 9(08).
       01  KC-WEEK-END               PIC 9(08).
       01  KC-LOAD-END               PIC 9(08).

      *  The session being followed through SIGNON.DAT.  Stamps are
      *  date and time run together so one compare covers both.
       01  KC-SESSION.
           05  KC-SE-OPER-ID         PIC X(08).
           05  KC-SE-START-DATE      PIC 9(08).
           05  KC-SE-START-TIME      PIC 9(08).
           05  KC-SE-END-DATE        PIC 9(08).
           05  KC-SE-END-TIME        PIC 9(08).
           05  KC-SE-ENDED-BY        PIC X(10).
       01  KC-START-STAMP            PIC 9(16).
       01  KC-END-STAMP              PIC 9(16).

      *  The surveys each role must complete, from SURVREQ.DAT.
       01  KC-REQ-MAX                PIC 9(02) VALUE 30.
       01  KC-REQ-COUNT              PIC 9(02) VALUE ZEROS.
       01  KC-REQ-TABLE.
           05  KC-REQ-ENTRY OCCURS 30 TIMES.
               10  KC-RQ-ROLE        PIC X(01).
               10  KC-RQ-SURVEY      PIC X(03).
       01  KC-REQ-IX                 PIC 9(02).

      *  Each check-in run on EVALRESP.DAT for the week - one entry
      *  per operator and survey, stamped at its first answer.
       01  KC-CHECKIN-MAX            PIC 9(04) VALUE 2000.
       01  KC-CHECKIN-COUNT          PIC 9(04) VALUE ZEROS.
       01  KC-CHECKIN-OVER           PIC 9(05) VALUE ZEROS.
       01  KC-CHECKIN-TABLE.
           05  KC-CHECKIN-ENTRY OCCURS 2000 TIMES.
               10  KC-CK-OPER-ID     PIC X(08).
               10  KC-CK-SURVEY      PIC X(03).
               10  KC-CK-STAMP       PIC 9(16).
       01  KC-CHECKIN-IX             PIC 9(04).
       01  KC-PRIOR-OPER-ID          PIC X(08).
       01  KC-PRIOR-SURVEY           PIC X(03).
       01  KC-PRIOR-DATE             PIC 9(08).

      *  Sessions and completed sessions per operator for the week.
       01  KC-OPER-MAX               PIC 9(03) VALUE 100.
       01  KC-OPER-COUNT             PIC 9(03) VALUE ZEROS.
       01  KC-OPER-TABLE.
           05  KC-OPER-ENTRY OCCURS 100 TIMES.
               10  KC-OP-ID          PIC X(08).
               10  KC-OP-ROLE        PIC X(01).
               10  KC-OP-SESSIONS    PIC 9(05).
               10  KC-OP-COMPLETE    PIC 9(05).
       01  KC-OPER-IX                PIC 9(03).
       01  KC-OPER-HIT               PIC 9(03).

       01  KC-SESSION-ROLE           PIC X(01).
       01  KC-REQUIRED-COUNT         PIC 9(02).
       01  KC-MISSING-COUNT          PIC 9(02).
       01  KC-MISSING-TEXT           PIC X(20).
       01  KC-MISSING-POINTER        PIC 9(02).

       01  KC-PRIOR-DATE-OUT         PIC 9(08) VALUE ZEROS.
       01  KC-PRIOR-OPER-OUT         PIC X(08) VALUE SPACES.
       01  KC-DAY-MISSED             PIC 9(05) VALUE ZEROS.
       01  KC-TOTAL-MISSED           PIC 9(05) VALUE ZEROS.
       01  KC-TOTAL-SESSIONS         PIC 9(05) VALUE ZEROS.
       01  KC-PERCENT                PIC 9(03)V9.
       01  KC-HHMMSS                 PIC 9(06).

       COPY DATESVCA.

       COPY RUNDATE.

       01  KC-HEADING-1.
           05  FILLER                PIC X(10) VALUE "CHKINRPT".
           05  FILLER                PIC X(26) VALUE
               "CHECK-IN COMPLIANCE".
           05  FILLER                PIC X(10) VALUE "RUN DATE:".
           05  KC-H1-DATE            PIC X(10).

       01  KC-WEEK-LINE.
           05  FILLER                PIC X(11) VALUE "WEEK FROM ".
           05  KC-WL-START           PIC 9999/99/99.
           05  FILLER                PIC X(04) VALUE " TO ".
           05  KC-WL-END             PIC 9999/99/99.

       01  KC-DAY-LINE.
           05  FILLER                PIC X(06) VALUE "DATE: ".
           05  KC-DL-DATE            PIC 9999/99/99.

       01  KC-DETAIL-LINE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  KC-D-OPER-ID          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  KC-D-START-TIME       PIC 99B99B99.
           05  FILLER                PIC X(04) VALUE " TO ".
           05  KC-D-END-DATE         PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  KC-D-END-TIME         PIC 99B99B99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  KC-D-ENDED-BY         PIC X(10).
           05  FILLER                PIC X(10) VALUE " MISSING: ".
           05  KC-D-MISSING          PIC X(20).

       01  KC-PERCENT-LINE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  KC-P-OPER-ID          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  KC-P-ROLE             PIC X(01).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  KC-P-SESSIONS         PIC ZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  KC-P-COMPLETE         PIC ZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  KC-P-PERCENT          PIC ZZ9.9.
           05  FILLER                PIC X(01) VALUE "%".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE NOT = ZEROS
               GOBACK
           END-IF
           SORT SortFile
               ON ASCENDING KEY KC-S-DATE
               ON ASCENDING KEY KC-S-OPER-ID
               ON ASCENDING KEY KC-S-START-TIME
               INPUT PROCEDURE IS 3000-RELEASE-SESSIONS THRU 3000-EXIT
               OUTPUT PROCEDURE IS 4000-PRINT-MISSED THRU 4000-EXIT
           PERFORM 5000-PRINT-COMPLETION THRU 5000-EXIT
           CLOSE OperMastFile
           GOBACK.

       1000-INITIALIZE.
           MOVE ZEROS TO KC-REQ-COUNT KC-CHECKIN-COUNT KC-CHECKIN-OVER
                         KC-OPER-COUNT KC-DAY-MISSED KC-TOTAL-MISSED
                         KC-TOTAL-SESSIONS KC-PRIOR-DATE-OUT
           MOVE "N" TO KC-SORT-EOF-SWITCH KC-SESSION-SWITCH
           MOVE "Y" TO KC-FIRST-RECORD-SWITCH
           ACCEPT KC-SYSTEM-DATE FROM DATE YYYYMMDD
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           MOVE RD-RUN-DATE-DISPLAY TO KC-H1-DATE
           DISPLAY "Week ending (YYYYMMDD, 0 = today) : "
               WITH NO ADVANCING
           ACCEPT KC-ENTRY-DATE
           IF KC-ENTRY-DATE NOT NUMERIC OR KC-ENTRY-DATE = ZEROS
               MOVE KC-SYSTEM-DATE TO KC-WEEK-END
           ELSE
               MOVE KC-ENTRY-DATE TO KC-WEEK-END
           END-IF
           MOVE "V" TO DS-FUNCTION
           MOVE KC-WEEK-END TO DS-DATE-1
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           IF DS-STATUS NOT = "00"
               DISPLAY "Week ending " KC-WEEK-END " is not a valid"
                       " date."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "A" TO DS-FUNCTION
           MOVE KC-WEEK-END TO DS-DATE-1
           MOVE -6 TO DS-DAYS
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           MOVE DS-DATE-2 TO KC-WEEK-START
      *  A session ending the day after the week still counts its
      *  check-ins, so answers are loaded one day past the week.
           MOVE 1 TO DS-DAYS
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           MOVE DS-DATE-2 TO KC-LOAD-END
           PERFORM 1100-LOAD-REQUIREMENTS THRU 1100-EXIT
           IF RETURN-CODE NOT = ZEROS
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT OperMastFile
           IF NOT KC-OPERFILE-OK
               DISPLAY "OPERMAST.DAT OPEN failed - status "
                       KC-OPERFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 2000-LOAD-CHECKINS THRU 2000-EXIT
           DISPLAY SPACES
           DISPLAY KC-HEADING-1
           MOVE KC-WEEK-START TO KC-WL-START
           MOVE KC-WEEK-END   TO KC-WL-END
           DISPLAY KC-WEEK-LINE
           DISPLAY SPACES
           DISPLAY "SESSIONS ENDED WITHOUT THE REQUIRED CHECK-IN"
           DISPLAY "----------------------------------------".
       1000-EXIT.
           EXIT.

       1100-LOAD-REQUIREMENTS.
           OPEN INPUT RequireFile
           IF NOT KC-REQFILE-OK
               DISPLAY "SURVREQ.DAT OPEN failed - status "
                       KC-REQFILE-STATUS " - see SURVMNT."
               MOVE 8 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           MOVE "N" TO KC-FILE-EOF-SWITCH
           PERFORM 1110-LOAD-ONE-REQUIREMENT THRU 1110-EXIT
               UNTIL KC-FILE-EOF
           CLOSE RequireFile
           IF KC-REQ-COUNT = ZEROS
               DISPLAY "No check-in surveys are required of any role"
                       " - see SURVMNT."
               MOVE 4 TO RETURN-CODE
           END-IF.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-REQUIREMENT.
           READ RequireFile NEXT RECORD
               AT END
                   SET KC-FILE-EOF TO TRUE
                   GO TO 1110-EXIT
           END-READ
           IF KC-REQ-COUNT NOT < KC-REQ-MAX
               DISPLAY "More than " KC-REQ-MAX " requirements on"
                       " SURVREQ.DAT - the rest are ignored."
               SET KC-FILE-EOF TO TRUE
               GO TO 1110-EXIT
           END-IF
           ADD 1 TO KC-REQ-COUNT
           MOVE RQ-ROLE      TO KC-RQ-ROLE (KC-REQ-COUNT)
           MOVE RQ-SURVEY-ID TO KC-RQ-SURVEY (KC-REQ-COUNT).
       1110-EXIT.
           EXIT.

      *****************************************************************
      *  2000-LOAD-CHECKINS - EVALRESP.DAT is in time order, one
      *  record per answer; the answers of one sitting run together,
      *  so a new entry starts whenever the operator, survey or day
      *  changes.  Answers with no operator (nobody signed on, or
      *  logged before responses carried one) cannot count.
      *****************************************************************
       2000-LOAD-CHECKINS.
           OPEN INPUT ResponseFile
           IF NOT KC-RESPFILE-OK
               DISPLAY "EVALRESP.DAT not available - status "
                       KC-RESPFILE-STATUS " - no check-ins counted."
               GO TO 2000-EXIT
           END-IF
           MOVE SPACES TO KC-PRIOR-OPER-ID KC-PRIOR-SURVEY
           MOVE ZEROS  TO KC-PRIOR-DATE
           MOVE "N" TO KC-FILE-EOF-SWITCH
           PERFORM 2100-LOAD-ONE-ANSWER THRU 2100-EXIT
               UNTIL KC-FILE-EOF
           CLOSE ResponseFile
           IF KC-CHECKIN-OVER > ZEROS
               DISPLAY "*** " KC-CHECKIN-OVER " check-in(s) beyond"
                       " the table limit not counted ***"
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-ANSWER.
           READ ResponseFile
               AT END
                   SET KC-FILE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF EV-RESP-OPER-ID = SPACES
               OR EV-RESP-DATE < KC-WEEK-START
               OR EV-RESP-DATE > KC-LOAD-END
               GO TO 2100-EXIT
           END-IF
           IF EV-RESP-OPER-ID = KC-PRIOR-OPER-ID
               AND EV-RESP-SURVEY = KC-PRIOR-SURVEY
               AND EV-RESP-DATE = KC-PRIOR-DATE
               GO TO 2100-EXIT
           END-IF
           MOVE EV-RESP-OPER-ID TO KC-PRIOR-OPER-ID
           MOVE EV-RESP-SURVEY  TO KC-PRIOR-SURVEY
           MOVE EV-RESP-DATE    TO KC-PRIOR-DATE
           IF KC-CHECKIN-COUNT NOT < KC-CHECKIN-MAX
               ADD 1 TO KC-CHECKIN-OVER
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO KC-CHECKIN-COUNT
           MOVE EV-RESP-OPER-ID TO KC-CK-OPER-ID (KC-CHECKIN-COUNT)
           MOVE EV-RESP-SURVEY  TO KC-CK-SURVEY (KC-CHECKIN-COUNT)
           COMPUTE KC-CK-STAMP (KC-CHECKIN-COUNT) =
               EV-RESP-DATE * 100000000 + EV-RESP-TIME.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  3000-RELEASE-SESSIONS - SIGNON.DAT in arrival order.  A bare
      *  operator id is a sign-on and ends whatever session was open
      *  (one desk, one operator); "id SIGNED OFF" ends that
      *  operator's session; PIN CHANGED lines are passed over.  A
      *  session still open at the end of the file ends with its
      *  day, unless it started today and is still running.
      *****************************************************************
       3000-RELEASE-SESSIONS.
           OPEN INPUT SignonFile
           IF NOT KC-SIGNFILE-OK
               DISPLAY "SIGNON.DAT not available - status "
                       KC-SIGNFILE-STATUS " - no sessions to check."
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO KC-FILE-EOF-SWITCH
           PERFORM 3100-READ-ONE-SIGNON THRU 3100-EXIT
               UNTIL KC-FILE-EOF
           CLOSE SignonFile
           IF KC-SESSION-OPEN
               AND KC-SE-START-DATE < KC-SYSTEM-DATE
               MOVE KC-SE-START-DATE TO KC-SE-END-DATE
               MOVE 23595999         TO KC-SE-END-TIME
               MOVE "DAY END"        TO KC-SE-ENDED-BY
               PERFORM 3200-CHECK-SESSION THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-READ-ONE-SIGNON.
           READ SignonFile
               AT END
                   SET KC-FILE-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF GR-USERNAME (9:) = SPACES
               AND GR-USERNAME (1:8) NOT = SPACES
               IF KC-SESSION-OPEN
                   MOVE GR-RUN-DATE TO KC-SE-END-DATE
                   MOVE GR-RUN-TIME TO KC-SE-END-TIME
                   MOVE "NEXT SIGN" TO KC-SE-ENDED-BY
                   PERFORM 3200-CHECK-SESSION THRU 3200-EXIT
               END-IF
               MOVE GR-USERNAME (1:8) TO KC-SE-OPER-ID
               MOVE GR-RUN-DATE       TO KC-SE-START-DATE
               MOVE GR-RUN-TIME       TO KC-SE-START-TIME
               SET KC-SESSION-OPEN TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF GR-USERNAME (10:10) = "SIGNED OFF"
               AND KC-SESSION-OPEN
               AND GR-USERNAME (1:8) = KC-SE-OPER-ID
               MOVE GR-RUN-DATE  TO KC-SE-END-DATE
               MOVE GR-RUN-TIME  TO KC-SE-END-TIME
               MOVE "SIGNED OFF" TO KC-SE-ENDED-BY
               PERFORM 3200-CHECK-SESSION THRU 3200-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3200-CHECK-SESSION - an ended session inside the week, for
      *  a role that owes a check-in, is counted for its operator;
      *  each required survey with no answer inside the session is
      *  named, and a session missing any is released for the
      *  listing.
      *****************************************************************
       3200-CHECK-SESSION.
           MOVE "N" TO KC-SESSION-SWITCH
           IF KC-SE-START-DATE < KC-WEEK-START
               OR KC-SE-START-DATE > KC-WEEK-END
               GO TO 3200-EXIT
           END-IF
           MOVE KC-SE-OPER-ID TO OM-OPER-ID
           READ OperMastFile
               INVALID KEY
                   GO TO 3200-EXIT
           END-READ
           MOVE OM-OPER-ROLE TO KC-SESSION-ROLE
           COMPUTE KC-START-STAMP =
               KC-SE-START-DATE * 100000000 + KC-SE-START-TIME
           COMPUTE KC-END-STAMP =
               KC-SE-END-DATE * 100000000 + KC-SE-END-TIME
           MOVE ZEROS TO KC-REQUIRED-COUNT KC-MISSING-COUNT
           MOVE SPACES TO KC-MISSING-TEXT
           MOVE 1 TO KC-MISSING-POINTER
           PERFORM 3300-CHECK-ONE-REQUIREMENT THRU 3300-EXIT
               VARYING KC-REQ-IX FROM 1 BY 1
                   UNTIL KC-REQ-IX > KC-REQ-COUNT
           IF KC-REQUIRED-COUNT = ZEROS
               GO TO 3200-EXIT
           END-IF
           PERFORM 3400-FIND-OPERATOR THRU 3400-EXIT
           ADD 1 TO KC-TOTAL-SESSIONS
           IF KC-OPER-HIT > ZEROS
               ADD 1 TO KC-OP-SESSIONS (KC-OPER-HIT)
               IF KC-MISSING-COUNT = ZEROS
                   ADD 1 TO KC-OP-COMPLETE (KC-OPER-HIT)
               END-IF
           END-IF
           IF KC-MISSING-COUNT = ZEROS
               GO TO 3200-EXIT
           END-IF
           MOVE KC-SE-START-DATE TO KC-S-DATE
           MOVE KC-SE-OPER-ID    TO KC-S-OPER-ID
           MOVE KC-SE-START-TIME TO KC-S-START-TIME
           MOVE KC-SE-END-DATE   TO KC-S-END-DATE
           MOVE KC-SE-END-TIME   TO KC-S-END-TIME
           MOVE KC-SE-ENDED-BY   TO KC-S-ENDED-BY
           MOVE KC-MISSING-TEXT  TO KC-S-MISSING
           RELEASE KC-SORT-RECORD.
       3200-EXIT.
           EXIT.

       3300-CHECK-ONE-REQUIREMENT.
           IF KC-RQ-ROLE (KC-REQ-IX) NOT = KC-SESSION-ROLE
               GO TO 3300-EXIT
           END-IF
           ADD 1 TO KC-REQUIRED-COUNT
           MOVE "N" TO KC-FOUND-SWITCH
           PERFORM 3310-MATCH-ONE-CHECKIN THRU 3310-EXIT
               VARYING KC-CHECKIN-IX FROM 1 BY 1
                   UNTIL KC-CHECKIN-IX > KC-CHECKIN-COUNT
                      OR KC-FOUND
           IF KC-FOUND
               GO TO 3300-EXIT
           END-IF
           ADD 1 TO KC-MISSING-COUNT
           IF KC-MISSING-POINTER < 18
               STRING KC-RQ-SURVEY (KC-REQ-IX) DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                   INTO KC-MISSING-TEXT
                   WITH POINTER KC-MISSING-POINTER
               END-STRING
           END-IF.
       3300-EXIT.
           EXIT.

       3310-MATCH-ONE-CHECKIN.
           IF KC-CK-OPER-ID (KC-CHECKIN-IX) = KC-SE-OPER-ID
               AND KC-CK-SURVEY (KC-CHECKIN-IX)
                       = KC-RQ-SURVEY (KC-REQ-IX)
               AND KC-CK-STAMP (KC-CHECKIN-IX) NOT < KC-START-STAMP
               AND KC-CK-STAMP (KC-CHECKIN-IX) NOT > KC-END-STAMP
               MOVE "Y" TO KC-FOUND-SWITCH
           END-IF.
       3310-EXIT.
           EXIT.

       3400-FIND-OPERATOR.
           MOVE ZEROS TO KC-OPER-HIT
           PERFORM 3410-MATCH-ONE-OPERATOR THRU 3410-EXIT
               VARYING KC-OPER-IX FROM 1 BY 1
                   UNTIL KC-OPER-IX > KC-OPER-COUNT
                      OR KC-OPER-HIT > ZEROS
           IF KC-OPER-HIT = ZEROS
               AND KC-OPER-COUNT < KC-OPER-MAX
               ADD 1 TO KC-OPER-COUNT
               MOVE KC-OPER-COUNT   TO KC-OPER-HIT
               MOVE KC-SE-OPER-ID   TO KC-OP-ID (KC-OPER-HIT)
               MOVE KC-SESSION-ROLE TO KC-OP-ROLE (KC-OPER-HIT)
               MOVE ZEROS TO KC-OP-SESSIONS (KC-OPER-HIT)
                             KC-OP-COMPLETE (KC-OPER-HIT)
           END-IF.
       3400-EXIT.
           EXIT.

       3410-MATCH-ONE-OPERATOR.
           IF KC-OP-ID (KC-OPER-IX) = KC-SE-OPER-ID
               MOVE KC-OPER-IX TO KC-OPER-HIT
           END-IF.
       3410-EXIT.
           EXIT.

       4000-PRINT-MISSED.
           RETURN SortFile
               AT END
                   SET KC-SORT-EOF TO TRUE
           END-RETURN
           PERFORM 4100-PRINT-ONE-SESSION THRU 4100-EXIT
               UNTIL KC-SORT-EOF
           IF NOT KC-FIRST-RECORD
               DISPLAY "  Sessions missed this day: " KC-DAY-MISSED
           END-IF
           DISPLAY SPACES
           DISPLAY "Sessions checked: " KC-TOTAL-SESSIONS
                   "   missed: " KC-TOTAL-MISSED.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-SESSION.
           IF KC-FIRST-RECORD
               OR KC-S-DATE NOT = KC-PRIOR-DATE-OUT
               IF NOT KC-FIRST-RECORD
                   DISPLAY "  Sessions missed this day: "
                           KC-DAY-MISSED
               END-IF
               MOVE "N" TO KC-FIRST-RECORD-SWITCH
               MOVE KC-S-DATE TO KC-PRIOR-DATE-OUT KC-DL-DATE
               MOVE ZEROS TO KC-DAY-MISSED
               DISPLAY SPACES
               DISPLAY KC-DAY-LINE
           END-IF
           MOVE KC-S-OPER-ID    TO KC-D-OPER-ID
           COMPUTE KC-HHMMSS = KC-S-START-TIME / 100
           MOVE KC-HHMMSS       TO KC-D-START-TIME
           MOVE KC-S-END-DATE   TO KC-D-END-DATE
           COMPUTE KC-HHMMSS = KC-S-END-TIME / 100
           MOVE KC-HHMMSS       TO KC-D-END-TIME
           MOVE KC-S-ENDED-BY   TO KC-D-ENDED-BY
           MOVE KC-S-MISSING    TO KC-D-MISSING
           DISPLAY KC-DETAIL-LINE
           ADD 1 TO KC-DAY-MISSED
           ADD 1 TO KC-TOTAL-MISSED
           RETURN SortFile
               AT END
                   SET KC-SORT-EOF TO TRUE
           END-RETURN.
       4100-EXIT.
           EXIT.

       5000-PRINT-COMPLETION.
           DISPLAY SPACES
           DISPLAY "WEEKLY COMPLETION BY OPERATOR"
           DISPLAY "  OPERATOR  ROLE SESSIONS  COMPLETE  PERCENT"
           DISPLAY "----------------------------------------"
           PERFORM 5100-PRINT-ONE-OPERATOR THRU 5100-EXIT
               VARYING KC-OPER-IX FROM 1 BY 1
                   UNTIL KC-OPER-IX > KC-OPER-COUNT.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-OPERATOR.
           MOVE KC-OP-ID (KC-OPER-IX)       TO KC-P-OPER-ID
           MOVE KC-OP-ROLE (KC-OPER-IX)     TO KC-P-ROLE
           MOVE KC-OP-SESSIONS (KC-OPER-IX) TO KC-P-SESSIONS
           MOVE KC-OP-COMPLETE (KC-OPER-IX) TO KC-P-COMPLETE
           COMPUTE KC-PERCENT ROUNDED =
               KC-OP-COMPLETE (KC-OPER-IX) * 100
                   / KC-OP-SESSIONS (KC-OPER-IX)
           MOVE KC-PERCENT TO KC-P-PERCENT
           DISPLAY KC-PERCENT-LINE.
       5100-EXIT.
           EXIT.
