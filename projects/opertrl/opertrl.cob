       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OPERTRL.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  OPERTRL
      *
      *  Operator activity timeline.  For one operator id and a date
      *  or date range, every trail the toolkit keeps is merged into
      *  one chronological listing instead of five printouts lined
      *  up by hand:
      *      SIGNON.DAT   sign-on, sign-off and PIN changes
      *      MENULOG.DAT  each MAINMENU selection
      *      BOOKAUD.DAT  catalog changes, with BookId and the
      *                   before/after images (and an AUDCUT archive
      *                   period as well when one is keyed, the way
      *                   AUDITRPT pulls one in) - as maker, or as
      *                   the approving checker on a BOOKPRC run
      *      SECLOG.DAT   failed PINs, lockouts, refused access and
      *                   supervisor overrides
      *      RPTREG.DAT   reports run
      *  Each sign-on opens a session; at its sign-off (or the next
      *  sign-on) a summary counts the session's actions of each
      *  kind.  Activity outside any session in the range is
      *  summarised the same way.  Totals for the whole range end
      *  the listing.  A trail that is not on file is noted and
      *  skipped.
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
               FILE STATUS IS OT-SIGNFILE-STATUS.
           SELECT MenuLogFile ASSIGN TO "MENULOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OT-MENUFILE-STATUS.
           SELECT AuditFile ASSIGN TO "BOOKAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OT-AUDITFILE-STATUS.
           SELECT ArchiveFile ASSIGN TO OT-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OT-ARCHFILE-STATUS.
           SELECT SecLogFile ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OT-SECLOGFILE-STATUS.
           SELECT RptRegFile ASSIGN TO "RPTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OT-RPTREGFILE-STATUS.
           SELECT SortFile ASSIGN TO "OPERTRL.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD SignonFile.
       COPY SIGNAUD.

       FD MenuLogFile.
       COPY MENULOGR.

       FD AuditFile.
       COPY AUDITREC.

       FD ArchiveFile.
       01  OT-ARCHIVE-RECORD         PIC X(178).

       FD SecLogFile.
       COPY SECLOGR.

       FD RptRegFile.
       COPY RPTREGR.

      *  One event from any trail.  The sequence number keeps events
      *  logged in the same second in the order they were read.
       SD SortFile.
       01  OT-SORT-RECORD.
           05  OT-S-DATE             PIC 9(08).
           05  OT-S-TIME             PIC 9(08).
           05  OT-S-SEQUENCE         PIC 9(07).
           05  OT-S-KIND             PIC X(01).
               88  OT-S-SIGN-ON      VALUE "S".
               88  OT-S-SIGN-OFF     VALUE "O".
               88  OT-S-PIN-CHANGE   VALUE "P".
               88  OT-S-MENU         VALUE "M".
               88  OT-S-CATALOG      VALUE "C".
               88  OT-S-SECURITY     VALUE "F".
               88  OT-S-REPORT       VALUE "R".
           05  OT-S-TEXT             PIC X(50).
           05  OT-S-BEFORE-NAME      PIC X(30).
           05  OT-S-BEFORE-PRICE     PIC 9(05)V99.
           05  OT-S-AFTER-NAME       PIC X(30).
           05  OT-S-AFTER-PRICE      PIC 9(05)V99.

       WORKING-STORAGE SECTION.
       01  OT-SIGNFILE-STATUS        PIC X(02).
           88  OT-SIGNFILE-OK        VALUE "00".

       01  OT-MENUFILE-STATUS        PIC X(02).
           88  OT-MENUFILE-OK        VALUE "00".

       01  OT-AUDITFILE-STATUS       PIC X(02).
           88  OT-AUDITFILE-OK       VALUE "00".

       01  OT-ARCHFILE-STATUS        PIC X(02).
           88  OT-ARCHFILE-OK        VALUE "00".

       01  OT-SECLOGFILE-STATUS      PIC X(02).
           88  OT-SECLOGFILE-OK      VALUE "00".

       01  OT-RPTREGFILE-STATUS      PIC X(02).
           88  OT-RPTREGFILE-OK      VALUE "00".

       01  OT-FILE-EOF-SWITCH        PIC X(01).
           88  OT-FILE-EOF           VALUE "Y".

       01  OT-SORT-EOF-SWITCH        PIC X(01) VALUE "N".
           88  OT-SORT-EOF           VALUE "Y".

       01  OT-SESSION-SWITCH         PIC X(01) VALUE "N".
           88  OT-IN-SESSION         VALUE "Y".

       01  OT-SELECT-OPER-ID         PIC X(08).
       01  OT-FROM-DATE              PIC 9(08).
       01  OT-TO-DATE                PIC 9(08).
       01  OT-ARCH-PERIOD            PIC 9(06).
       01  OT-ARCHIVE-NAME           PIC X(16).
       01  OT-SEQUENCE               PIC 9(07) VALUE ZEROS.

       01  OT-SESSION-DATE           PIC 9(08).
       01  OT-SESSION-TIME           PIC 9(08).

      *  Action counts - one set for the session in progress, one
      *  for the whole range, laid out alike so a session's counts
      *  are added in with one statement per kind.
       01  OT-SESSION-COUNTS.
           05  OT-SC-EVENTS          PIC 9(05).
           05  OT-SC-MENU            PIC 9(05).
           05  OT-SC-CATALOG         PIC 9(05).
           05  OT-SC-SECURITY        PIC 9(05).
           05  OT-SC-REPORT          PIC 9(05).
           05  OT-SC-PIN-CHANGE      PIC 9(05).
       01  OT-TOTAL-COUNTS.
           05  OT-TC-EVENTS          PIC 9(05).
           05  OT-TC-MENU            PIC 9(05).
           05  OT-TC-CATALOG         PIC 9(05).
           05  OT-TC-SECURITY        PIC 9(05).
           05  OT-TC-REPORT          PIC 9(05).
           05  OT-TC-PIN-CHANGE      PIC 9(05).
           05  OT-TC-SESSIONS        PIC 9(05).

       COPY RUNDATE.

       01  OT-HEADING-1.
           05  FILLER                PIC X(09) VALUE "OPERTRL".
           05  FILLER                PIC X(27) VALUE
               "OPERATOR ACTIVITY TIMELINE".
           05  FILLER                PIC X(10) VALUE "RUN DATE:".
           05  OT-H1-DATE            PIC X(10).

       01  OT-HEADING-2.
           05  FILLER                PIC X(10) VALUE "OPERATOR: ".
           05  OT-H2-OPER-ID         PIC X(08).
           05  FILLER                PIC X(08) VALUE "   FROM ".
           05  OT-H2-FROM            PIC 9999/99/99.
           05  FILLER                PIC X(04) VALUE " TO ".
           05  OT-H2-TO              PIC 9999/99/99.

       01  OT-DETAIL-LINE.
           05  OT-D-DATE             PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  OT-D-TIME             PIC 99B99B99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OT-D-EVENT            PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  OT-D-TEXT             PIC X(50).

       01  OT-IMAGE-LINE.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  OT-I-LABEL            PIC X(08).
           05  OT-I-NAME             PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OT-I-PRICE            PIC ZZ,ZZZ.99.

       01  OT-HHMMSS                 PIC 9(06).

       01  OT-COUNT-LINE.
           05  OT-C-LABEL            PIC X(20).
           05  FILLER                PIC X(06) VALUE "MENU ".
           05  OT-C-MENU             PIC ZZZZ9.
           05  FILLER                PIC X(10) VALUE "  CATALOG ".
           05  OT-C-CATALOG          PIC ZZZZ9.
           05  FILLER                PIC X(11) VALUE "  SECURITY ".
           05  OT-C-SECURITY         PIC ZZZZ9.
           05  FILLER                PIC X(10) VALUE "  REPORTS ".
           05  OT-C-REPORT           PIC ZZZZ9.
           05  FILLER                PIC X(06) VALUE "  PIN ".
           05  OT-C-PIN-CHANGE       PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE NOT = ZEROS
               GOBACK
           END-IF
           SORT SortFile
               ON ASCENDING KEY OT-S-DATE
               ON ASCENDING KEY OT-S-TIME
               ON ASCENDING KEY OT-S-SEQUENCE
               INPUT PROCEDURE IS 2000-RELEASE-EVENTS THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-PRINT-TIMELINE THRU 3000-EXIT
           GOBACK.

       1000-INITIALIZE.
           MOVE ZEROS TO OT-SEQUENCE OT-SESSION-COUNTS OT-TOTAL-COUNTS
           MOVE "N" TO OT-SORT-EOF-SWITCH OT-SESSION-SWITCH
           DISPLAY "Operator id : " WITH NO ADVANCING
           ACCEPT OT-SELECT-OPER-ID
           IF OT-SELECT-OPER-ID = SPACES
               DISPLAY "An operator id is required."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           DISPLAY "From date YYYYMMDD : " WITH NO ADVANCING
           ACCEPT OT-FROM-DATE
           IF OT-FROM-DATE NOT NUMERIC OR OT-FROM-DATE = ZEROS
               DISPLAY "A from date is required."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           DISPLAY "To date YYYYMMDD (0 = from date only) : "
               WITH NO ADVANCING
           ACCEPT OT-TO-DATE
           IF OT-TO-DATE NOT NUMERIC OR OT-TO-DATE = ZEROS
               MOVE OT-FROM-DATE TO OT-TO-DATE
           END-IF
           IF OT-TO-DATE < OT-FROM-DATE
               DISPLAY "To date is before the from date."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           DISPLAY "Archived audit period YYYYMM (0 = live only) : "
               WITH NO ADVANCING
           ACCEPT OT-ARCH-PERIOD
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           MOVE RD-RUN-DATE-DISPLAY TO OT-H1-DATE
           MOVE OT-SELECT-OPER-ID   TO OT-H2-OPER-ID
           MOVE OT-FROM-DATE        TO OT-H2-FROM
           MOVE OT-TO-DATE          TO OT-H2-TO
           DISPLAY SPACES
           DISPLAY OT-HEADING-1
           DISPLAY OT-HEADING-2
           DISPLAY "----------------------------------------"
                   "----------------------------------------".
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-RELEASE-EVENTS - each trail in turn; only the
      *  operator's events inside the date range are released.
      *****************************************************************
       2000-RELEASE-EVENTS.
           PERFORM 2100-RELEASE-SIGNONS THRU 2100-EXIT
           PERFORM 2200-RELEASE-MENU-LOG THRU 2200-EXIT
           IF OT-ARCH-PERIOD IS NUMERIC AND OT-ARCH-PERIOD > ZEROS
               PERFORM 2300-RELEASE-ARCHIVE THRU 2300-EXIT
           END-IF
           PERFORM 2400-RELEASE-AUDIT THRU 2400-EXIT
           PERFORM 2500-RELEASE-SECLOG THRU 2500-EXIT
           PERFORM 2600-RELEASE-RPTREG THRU 2600-EXIT.
       2000-EXIT.
           EXIT.

       2100-RELEASE-SIGNONS.
           OPEN INPUT SignonFile
           IF NOT OT-SIGNFILE-OK
               DISPLAY "SIGNON.DAT not available - status "
                       OT-SIGNFILE-STATUS " - no sign-ons listed."
               GO TO 2100-EXIT
           END-IF
           MOVE "N" TO OT-FILE-EOF-SWITCH
           PERFORM 2110-RELEASE-ONE-SIGNON THRU 2110-EXIT
               UNTIL OT-FILE-EOF
           CLOSE SignonFile.
       2100-EXIT.
           EXIT.

       2110-RELEASE-ONE-SIGNON.
           READ SignonFile
               AT END
                   SET OT-FILE-EOF TO TRUE
                   GO TO 2110-EXIT
           END-READ
           IF GR-USERNAME (1:8) NOT = OT-SELECT-OPER-ID
               OR GR-RUN-DATE < OT-FROM-DATE
               OR GR-RUN-DATE > OT-TO-DATE
               GO TO 2110-EXIT
           END-IF
           MOVE SPACES TO OT-SORT-RECORD
           EVALUATE TRUE
               WHEN GR-USERNAME (9:) = SPACES
                   MOVE "S" TO OT-S-KIND
               WHEN GR-USERNAME (10:10) = "SIGNED OFF"
                   MOVE "O" TO OT-S-KIND
               WHEN GR-USERNAME (10:11) = "PIN CHANGED"
                   MOVE "P" TO OT-S-KIND
               WHEN OTHER
                   GO TO 2110-EXIT
           END-EVALUATE
           MOVE GR-RUN-DATE TO OT-S-DATE
           MOVE GR-RUN-TIME TO OT-S-TIME
           PERFORM 2900-RELEASE-EVENT THRU 2900-EXIT.
       2110-EXIT.
           EXIT.

       2200-RELEASE-MENU-LOG.
           OPEN INPUT MenuLogFile
           IF NOT OT-MENUFILE-OK
               DISPLAY "MENULOG.DAT not available - status "
                       OT-MENUFILE-STATUS " - no menu selections"
                       " listed."
               GO TO 2200-EXIT
           END-IF
           MOVE "N" TO OT-FILE-EOF-SWITCH
           PERFORM 2210-RELEASE-ONE-SELECTION THRU 2210-EXIT
               UNTIL OT-FILE-EOF
           CLOSE MenuLogFile.
       2200-EXIT.
           EXIT.

       2210-RELEASE-ONE-SELECTION.
           READ MenuLogFile
               AT END
                   SET OT-FILE-EOF TO TRUE
                   GO TO 2210-EXIT
           END-READ
           IF MM-ML-OPER-ID NOT = OT-SELECT-OPER-ID
               OR MM-ML-RUN-DATE < OT-FROM-DATE
               OR MM-ML-RUN-DATE > OT-TO-DATE
               GO TO 2210-EXIT
           END-IF
           MOVE SPACES TO OT-SORT-RECORD
           MOVE "M" TO OT-S-KIND
           MOVE MM-ML-RUN-DATE TO OT-S-DATE
           MOVE MM-ML-RUN-TIME TO OT-S-TIME
           MOVE MM-ML-PROGRAM  TO OT-S-TEXT
           PERFORM 2900-RELEASE-EVENT THRU 2900-EXIT.
       2210-EXIT.
           EXIT.

       2300-RELEASE-ARCHIVE.
           MOVE SPACES TO OT-ARCHIVE-NAME
           STRING "AUD"          DELIMITED BY SIZE
                  OT-ARCH-PERIOD DELIMITED BY SIZE
                  ".DAT"         DELIMITED BY SIZE
               INTO OT-ARCHIVE-NAME
           OPEN INPUT ArchiveFile
           IF NOT OT-ARCHFILE-OK
               DISPLAY OT-ARCHIVE-NAME " OPEN failed - status "
                       OT-ARCHFILE-STATUS " - archive skipped."
               GO TO 2300-EXIT
           END-IF
           MOVE "N" TO OT-FILE-EOF-SWITCH
           PERFORM 2310-RELEASE-ONE-ARCHIVED THRU 2310-EXIT
               UNTIL OT-FILE-EOF
           CLOSE ArchiveFile.
       2300-EXIT.
           EXIT.

       2310-RELEASE-ONE-ARCHIVED.
           READ ArchiveFile
               AT END
                   SET OT-FILE-EOF TO TRUE
                   GO TO 2310-EXIT
           END-READ
           MOVE OT-ARCHIVE-RECORD TO AD-AUDIT-RECORD
           PERFORM 2450-RELEASE-CHANGE THRU 2450-EXIT.
       2310-EXIT.
           EXIT.

       2400-RELEASE-AUDIT.
           OPEN INPUT AuditFile
           IF NOT OT-AUDITFILE-OK
               DISPLAY "BOOKAUD.DAT not available - status "
                       OT-AUDITFILE-STATUS " - no catalog changes"
                       " listed."
               GO TO 2400-EXIT
           END-IF
           MOVE "N" TO OT-FILE-EOF-SWITCH
           PERFORM 2410-RELEASE-ONE-AUDITED THRU 2410-EXIT
               UNTIL OT-FILE-EOF
           CLOSE AuditFile.
       2400-EXIT.
           EXIT.

       2410-RELEASE-ONE-AUDITED.
           READ AuditFile
               AT END
                   SET OT-FILE-EOF TO TRUE
                   GO TO 2410-EXIT
           END-READ
           PERFORM 2450-RELEASE-CHANGE THRU 2450-EXIT.
       2410-EXIT.
           EXIT.

      *  One audit record, live or archived - the operator may be
      *  the maker or, on a dual-control run, the approving checker.
       2450-RELEASE-CHANGE.
           IF AD-RUN-DATE < OT-FROM-DATE
               OR AD-RUN-DATE > OT-TO-DATE
               GO TO 2450-EXIT
           END-IF
           IF AD-OPER-ID NOT = OT-SELECT-OPER-ID
               AND AD-APPROVED-BY NOT = OT-SELECT-OPER-ID
               GO TO 2450-EXIT
           END-IF
           MOVE SPACES TO OT-SORT-RECORD
           MOVE "C" TO OT-S-KIND
           MOVE AD-RUN-DATE TO OT-S-DATE
           MOVE AD-RUN-TIME TO OT-S-TIME
           IF AD-OPER-ID = OT-SELECT-OPER-ID
               STRING AD-TXN-CODE    DELIMITED BY SIZE
                      " BookId "     DELIMITED BY SIZE
                      AD-BOOK-ID     DELIMITED BY SIZE
                      "  approved by " DELIMITED BY SIZE
                      AD-APPROVED-BY DELIMITED BY SIZE
                   INTO OT-S-TEXT
               END-STRING
               IF AD-APPROVED-BY = SPACES
                   MOVE SPACES TO OT-S-TEXT (17:)
               END-IF
           ELSE
               STRING AD-TXN-CODE    DELIMITED BY SIZE
                      " BookId "     DELIMITED BY SIZE
                      AD-BOOK-ID     DELIMITED BY SIZE
                      "  approved, maker " DELIMITED BY SIZE
                      AD-OPER-ID     DELIMITED BY SIZE
                   INTO OT-S-TEXT
               END-STRING
           END-IF
           MOVE AD-BEFORE-NAME  TO OT-S-BEFORE-NAME
           MOVE AD-BEFORE-PRICE TO OT-S-BEFORE-PRICE
           MOVE AD-AFTER-NAME   TO OT-S-AFTER-NAME
           MOVE AD-AFTER-PRICE  TO OT-S-AFTER-PRICE
           PERFORM 2900-RELEASE-EVENT THRU 2900-EXIT.
       2450-EXIT.
           EXIT.

       2500-RELEASE-SECLOG.
           OPEN INPUT SecLogFile
           IF NOT OT-SECLOGFILE-OK
               DISPLAY "SECLOG.DAT not available - status "
                       OT-SECLOGFILE-STATUS " - no security events"
                       " listed."
               GO TO 2500-EXIT
           END-IF
           MOVE "N" TO OT-FILE-EOF-SWITCH
           PERFORM 2510-RELEASE-ONE-SECURITY THRU 2510-EXIT
               UNTIL OT-FILE-EOF
           CLOSE SecLogFile.
       2500-EXIT.
           EXIT.

       2510-RELEASE-ONE-SECURITY.
           READ SecLogFile
               AT END
                   SET OT-FILE-EOF TO TRUE
                   GO TO 2510-EXIT
           END-READ
           IF SE-OPER-ID NOT = OT-SELECT-OPER-ID
               OR SE-RUN-DATE < OT-FROM-DATE
               OR SE-RUN-DATE > OT-TO-DATE
               GO TO 2510-EXIT
           END-IF
           MOVE SPACES TO OT-SORT-RECORD
           MOVE "F" TO OT-S-KIND
           MOVE SE-RUN-DATE TO OT-S-DATE
           MOVE SE-RUN-TIME TO OT-S-TIME
           EVALUATE TRUE
               WHEN SE-PIN-FAILURE
                   MOVE "PIN FAIL" TO OT-S-TEXT (1:9)
               WHEN SE-LOCKOUT
                   MOVE "LOCKOUT"  TO OT-S-TEXT (1:9)
               WHEN SE-ACCESS-REFUSED
                   MOVE "REFUSED"  TO OT-S-TEXT (1:9)
               WHEN SE-OVERRIDE
                   MOVE "OVERRIDE" TO OT-S-TEXT (1:9)
               WHEN OTHER
                   MOVE SE-EVENT-CODE TO OT-S-TEXT (1:9)
           END-EVALUATE
           MOVE SE-PROGRAM TO OT-S-TEXT (10:9)
           MOVE SE-DETAIL  TO OT-S-TEXT (19:)
           PERFORM 2900-RELEASE-EVENT THRU 2900-EXIT.
       2510-EXIT.
           EXIT.

       2600-RELEASE-RPTREG.
           OPEN INPUT RptRegFile
           IF NOT OT-RPTREGFILE-OK
               DISPLAY "RPTREG.DAT not available - status "
                       OT-RPTREGFILE-STATUS " - no report runs"
                       " listed."
               GO TO 2600-EXIT
           END-IF
           MOVE "N" TO OT-FILE-EOF-SWITCH
           PERFORM 2610-RELEASE-ONE-REPORT THRU 2610-EXIT
               UNTIL OT-FILE-EOF
           CLOSE RptRegFile.
       2600-EXIT.
           EXIT.

       2610-RELEASE-ONE-REPORT.
           READ RptRegFile
               AT END
                   SET OT-FILE-EOF TO TRUE
                   GO TO 2610-EXIT
           END-READ
           IF RY-OPER-ID NOT = OT-SELECT-OPER-ID
               OR RY-RUN-DATE < OT-FROM-DATE
               OR RY-RUN-DATE > OT-TO-DATE
               GO TO 2610-EXIT
           END-IF
           MOVE SPACES TO OT-SORT-RECORD
           MOVE "R" TO OT-S-KIND
           MOVE RY-RUN-DATE TO OT-S-DATE
           MOVE RY-RUN-TIME TO OT-S-TIME
           STRING RY-REPORT-NAME DELIMITED BY SIZE
                  " pages "      DELIMITED BY SIZE
                  RY-PAGE-COUNT  DELIMITED BY SIZE
                  "  output "    DELIMITED BY SIZE
                  RY-OUTPUT-NAME DELIMITED BY SIZE
               INTO OT-S-TEXT
           END-STRING
           PERFORM 2900-RELEASE-EVENT THRU 2900-EXIT.
       2610-EXIT.
           EXIT.

       2900-RELEASE-EVENT.
           ADD 1 TO OT-SEQUENCE
           MOVE OT-SEQUENCE TO OT-S-SEQUENCE
           RELEASE OT-SORT-RECORD.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *  3000-PRINT-TIMELINE - a sign-on closes off whatever came
      *  before it and opens a session; a sign-off closes the
      *  session with its summary.
      *****************************************************************
       3000-PRINT-TIMELINE.
           RETURN SortFile
               AT END
                   SET OT-SORT-EOF TO TRUE
           END-RETURN
           PERFORM 3100-PRINT-ONE-EVENT THRU 3100-EXIT
               UNTIL OT-SORT-EOF
           PERFORM 3300-PRINT-SESSION-SUMMARY THRU 3300-EXIT
           DISPLAY "----------------------------------------"
                   "----------------------------------------"
           IF OT-TC-EVENTS = ZEROS
               DISPLAY "No activity on file for " OT-SELECT-OPER-ID
                       " in the range."
               GO TO 3000-EXIT
           END-IF
           DISPLAY "Events listed: " OT-TC-EVENTS
                   "   sessions: " OT-TC-SESSIONS
           MOVE "RANGE TOTALS"     TO OT-C-LABEL
           MOVE OT-TC-MENU         TO OT-C-MENU
           MOVE OT-TC-CATALOG      TO OT-C-CATALOG
           MOVE OT-TC-SECURITY     TO OT-C-SECURITY
           MOVE OT-TC-REPORT       TO OT-C-REPORT
           MOVE OT-TC-PIN-CHANGE   TO OT-C-PIN-CHANGE
           DISPLAY OT-COUNT-LINE.
       3000-EXIT.
           EXIT.

       3100-PRINT-ONE-EVENT.
           IF OT-S-SIGN-ON
               PERFORM 3300-PRINT-SESSION-SUMMARY THRU 3300-EXIT
               SET OT-IN-SESSION TO TRUE
               MOVE OT-S-DATE TO OT-SESSION-DATE
               MOVE OT-S-TIME TO OT-SESSION-TIME
               ADD 1 TO OT-TC-SESSIONS
               DISPLAY SPACES
           END-IF
           MOVE OT-S-DATE TO OT-D-DATE
           COMPUTE OT-HHMMSS = OT-S-TIME / 100
           MOVE OT-HHMMSS TO OT-D-TIME
           MOVE OT-S-TEXT TO OT-D-TEXT
           ADD 1 TO OT-SC-EVENTS
           EVALUATE TRUE
               WHEN OT-S-SIGN-ON
                   MOVE "SIGN-ON"  TO OT-D-EVENT
               WHEN OT-S-SIGN-OFF
                   MOVE "SIGN-OFF" TO OT-D-EVENT
               WHEN OT-S-PIN-CHANGE
                   MOVE "PIN CHG"  TO OT-D-EVENT
                   ADD 1 TO OT-SC-PIN-CHANGE
               WHEN OT-S-MENU
                   MOVE "MENU"     TO OT-D-EVENT
                   ADD 1 TO OT-SC-MENU
               WHEN OT-S-CATALOG
                   MOVE "CATALOG"  TO OT-D-EVENT
                   ADD 1 TO OT-SC-CATALOG
               WHEN OT-S-SECURITY
                   MOVE "SECURITY" TO OT-D-EVENT
                   ADD 1 TO OT-SC-SECURITY
               WHEN OT-S-REPORT
                   MOVE "REPORT"   TO OT-D-EVENT
                   ADD 1 TO OT-SC-REPORT
           END-EVALUATE
           DISPLAY OT-DETAIL-LINE
           IF OT-S-CATALOG
               PERFORM 3200-PRINT-IMAGES THRU 3200-EXIT
           END-IF
           IF OT-S-SIGN-OFF
               PERFORM 3300-PRINT-SESSION-SUMMARY THRU 3300-EXIT
           END-IF
           RETURN SortFile
               AT END
                   SET OT-SORT-EOF TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.

      *  Before image blank on an add, after image blank on a
      *  delete - only the side that holds something is shown.
       3200-PRINT-IMAGES.
           IF OT-S-BEFORE-NAME NOT = SPACES
               MOVE "BEFORE:"         TO OT-I-LABEL
               MOVE OT-S-BEFORE-NAME  TO OT-I-NAME
               MOVE OT-S-BEFORE-PRICE TO OT-I-PRICE
               DISPLAY OT-IMAGE-LINE
           END-IF
           IF OT-S-AFTER-NAME NOT = SPACES
               MOVE "AFTER:"          TO OT-I-LABEL
               MOVE OT-S-AFTER-NAME   TO OT-I-NAME
               MOVE OT-S-AFTER-PRICE  TO OT-I-PRICE
               DISPLAY OT-IMAGE-LINE
           END-IF.
       3200-EXIT.
           EXIT.

      *  The counts so far - for the open session, or for activity
      *  outside any session - are printed, rolled into the range
      *  totals and cleared.
       3300-PRINT-SESSION-SUMMARY.
           IF OT-SC-EVENTS = ZEROS
               MOVE "N" TO OT-SESSION-SWITCH
               GO TO 3300-EXIT
           END-IF
           IF OT-IN-SESSION
               MOVE SPACES TO OT-C-LABEL
               STRING "  SESSION "      DELIMITED BY SIZE
                      OT-SESSION-DATE   DELIMITED BY SIZE
                   INTO OT-C-LABEL
               END-STRING
           ELSE
               MOVE "  NO SESSION"     TO OT-C-LABEL
           END-IF
           MOVE OT-SC-MENU         TO OT-C-MENU
           MOVE OT-SC-CATALOG      TO OT-C-CATALOG
           MOVE OT-SC-SECURITY     TO OT-C-SECURITY
           MOVE OT-SC-REPORT       TO OT-C-REPORT
           MOVE OT-SC-PIN-CHANGE   TO OT-C-PIN-CHANGE
           DISPLAY OT-COUNT-LINE
           ADD OT-SC-EVENTS     TO OT-TC-EVENTS
           ADD OT-SC-MENU       TO OT-TC-MENU
           ADD OT-SC-CATALOG    TO OT-TC-CATALOG
           ADD OT-SC-SECURITY   TO OT-TC-SECURITY
           ADD OT-SC-REPORT     TO OT-TC-REPORT
           ADD OT-SC-PIN-CHANGE TO OT-TC-PIN-CHANGE
           MOVE ZEROS TO OT-SESSION-COUNTS
           MOVE "N" TO OT-SESSION-SWITCH.
       3300-EXIT.
           EXIT.
