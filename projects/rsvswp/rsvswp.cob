       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSVSWP.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  RSVSWP
      *
      *  Nightly course reserves sweep against COURSRES.DAT (see
      *  CRSMNT).  For every course whose term runs today each set
      *  text that is available goes on reserve (book status C) and
      *  the course is marked running - this is also how a book
      *  that was out on ILL or in repair when its course started
      *  joins the reserve once it is back.  For every course whose
      *  term has ended the set texts come off reserve and back to
      *  available, unless another course still running lists them,
      *  and the course is marked ended.  Each status change is
      *  audited to BOOKAUD.DAT as an update the way WRITE-FILE's S
      *  transaction audits it.  Holds the BOOK-LOCK single-writer
      *  lock like every BOOKS.DAT updater; START/STOP logged
      *  through STEP-LOG for the night window.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program, introduced with course
      *                  reserves.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CourseFile ASSIGN TO "COURSRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-COURSE-CODE
               FILE STATUS IS RE-CRSFILE-STATUS.
           SELECT BookFile ASSIGN TO "BOOKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-BOOK-ID
               FILE STATUS IS RE-BOOKFILE-STATUS.
           SELECT AuditFile ASSIGN TO "BOOKAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RE-AUDITFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CourseFile.
       COPY COURSREC.

       FD BookFile.
       COPY BOOKREC.

       FD AuditFile.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  RE-CRSFILE-STATUS         PIC X(02).
           88  RE-CRSFILE-OK         VALUE "00".
           88  RE-CRSFILE-NEW        VALUE "35".

       01  RE-BOOKFILE-STATUS        PIC X(02).
           88  RE-BOOKFILE-OK        VALUE "00".

       01  RE-AUDITFILE-STATUS       PIC X(02).
           88  RE-AUDITFILE-OK       VALUE "00".

       01  RE-EOF-SWITCH             PIC X(01).
           88  RE-FILE-EOF           VALUE "Y".

       01  RE-LOCK-HELD-SWITCH       PIC X(01) VALUE "N".
           88  RE-LOCK-HELD          VALUE "Y".

       01  RE-FILES-OPEN-SWITCH      PIC X(01) VALUE "N".
           88  RE-FILES-OPEN         VALUE "Y".

       01  RE-HELD-SWITCH            PIC X(01).
           88  RE-STILL-HELD         VALUE "Y".

       01  RE-SYSTEM-DATE            PIC 9(08).

      *  Every set text of every course whose term runs tonight -
      *  a book on this list stays on reserve whatever other course
      *  has ended.
       01  RE-HELD-MAX               PIC 9(04) VALUE 2000.
       01  RE-HELD-TABLE.
           05  RE-HELD-BOOK-ID       PIC 9(07) OCCURS 2000 TIMES.
       01  RE-HELD-USED              PIC 9(04) VALUE ZEROS.
       01  RE-HELD-IX                PIC 9(04).
       01  RE-BOOK-IX                PIC 9(02).

       01  RE-NEW-STATUS             PIC X(01).

       01  RE-STARTED-COUNT          PIC 9(05) VALUE ZEROS.
       01  RE-ENDED-COUNT            PIC 9(05) VALUE ZEROS.
       01  RE-RESERVED-COUNT         PIC 9(05) VALUE ZEROS.
       01  RE-RELEASED-COUNT         PIC 9(05) VALUE ZEROS.
       01  RE-KEPT-COUNT             PIC 9(05) VALUE ZEROS.
       01  RE-WAITING-COUNT          PIC 9(05) VALUE ZEROS.

       COPY LOCKSVCA.

       COPY STEPLOGC.

       COPY RUNDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "RSRV-SWEEP" TO SL-STEP-NAME
           MOVE "START" TO SL-STEP-ACTION
           CALL "STEP-LOG" USING SL-STEP-LOG-AREA
           END-CALL
           PERFORM 0100-ACQUIRE-BOOK-LOCK THRU 0100-EXIT
           IF RE-LOCK-HELD
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
               IF RE-FILES-OPEN
                   PERFORM 1500-LOAD-HELD-TEXTS THRU 1500-EXIT
                   PERFORM 1900-REPOSITION THRU 1900-EXIT
                   PERFORM 2000-SWEEP-ONE-COURSE THRU 2000-EXIT
                       UNTIL RE-FILE-EOF
                   PERFORM 3000-TERMINATE THRU 3000-EXIT
               END-IF
               PERFORM 0200-RELEASE-BOOK-LOCK THRU 0200-EXIT
           END-IF
      *  STOP is logged only on a clean run, matching HOLDSWP.
           IF RETURN-CODE = ZEROS
               MOVE "RSRV-SWEEP" TO SL-STEP-NAME
               MOVE "STOP" TO SL-STEP-ACTION
               CALL "STEP-LOG" USING SL-STEP-LOG-AREA
               END-CALL
           END-IF
           GOBACK.

      *  One updater at a time on BOOKS.DAT - a refused acquire
      *  names who holds the lock, and LOCKCLR clears one an
      *  abended run left behind.
       0100-ACQUIRE-BOOK-LOCK.
           MOVE "A" TO LK-FUNCTION
           MOVE "RSVSWP" TO LK-PROGRAM
           CALL "BOOK-LOCK" USING LK-LOCK-SVC-AREA
           END-CALL
           IF LK-STATUS = "00"
               SET RE-LOCK-HELD TO TRUE
           ELSE
               IF LK-STATUS = "01"
                   DISPLAY "BOOKS.DAT is locked by " LK-HOLDER
                           " (operator " LK-HOLDER-OPER ") - try"
                           " again later or see LOCKCLR."
               ELSE
                   DISPLAY "BOOKLOCK.DAT could not be used -"
                           " status " LK-STATUS "."
               END-IF
               MOVE 8 TO RETURN-CODE
           END-IF.
       0100-EXIT.
           EXIT.

       0200-RELEASE-BOOK-LOCK.
           IF RE-LOCK-HELD
               MOVE "R" TO LK-FUNCTION
               MOVE "RSVSWP" TO LK-PROGRAM
               CALL "BOOK-LOCK" USING LK-LOCK-SVC-AREA
               END-CALL
           END-IF.
       0200-EXIT.
           EXIT.

      *  No COURSRES.DAT means no course has been keyed in CRSMNT
      *  yet - nothing to sweep, and a clean step.
       1000-INITIALIZE.
           ACCEPT RE-SYSTEM-DATE FROM DATE YYYYMMDD
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           DISPLAY "RSVSWP  COURSE RESERVES SWEEP  "
                   RD-RUN-DATE-DISPLAY
           DISPLAY "----------------------------------------"
           OPEN I-O CourseFile
           IF RE-CRSFILE-NEW
               DISPLAY "COURSRES.DAT not on file - no course"
                       " reserves to sweep."
               GO TO 1000-EXIT
           END-IF
           IF NOT RE-CRSFILE-OK
               DISPLAY "COURSRES.DAT OPEN failed - status "
                       RE-CRSFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O BookFile
           IF NOT RE-BOOKFILE-OK
               DISPLAY "BookFile OPEN failed - status "
                       RE-BOOKFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               CLOSE CourseFile
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND AuditFile
           IF NOT RE-AUDITFILE-OK
               DISPLAY "BOOKAUD.DAT OPEN failed - status "
                       RE-AUDITFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               CLOSE CourseFile
               CLOSE BookFile
               GO TO 1000-EXIT
           END-IF
           SET RE-FILES-OPEN TO TRUE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1500-LOAD-HELD-TEXTS - first pass over COURSRES.DAT, keeping
      *  the set texts of every course whose term runs today.
      *****************************************************************
       1500-LOAD-HELD-TEXTS.
           MOVE ZEROS TO RE-HELD-USED
           PERFORM 1900-REPOSITION THRU 1900-EXIT
           PERFORM 1600-HOLD-ONE-COURSE THRU 1600-EXIT
               UNTIL RE-FILE-EOF.
       1500-EXIT.
           EXIT.

       1600-HOLD-ONE-COURSE.
           READ CourseFile NEXT RECORD
               AT END
                   SET RE-FILE-EOF TO TRUE
                   GO TO 1600-EXIT
           END-READ
           IF CS-TERM-START > RE-SYSTEM-DATE
               OR CS-TERM-END < RE-SYSTEM-DATE
               GO TO 1600-EXIT
           END-IF
           PERFORM 1700-HOLD-ONE-TEXT THRU 1700-EXIT
               VARYING RE-BOOK-IX FROM 1 BY 1
               UNTIL RE-BOOK-IX > CS-BOOK-COUNT.
       1600-EXIT.
           EXIT.

       1700-HOLD-ONE-TEXT.
           IF RE-HELD-USED NOT < RE-HELD-MAX
               DISPLAY "Reserve table full at " RE-HELD-MAX
                       " - book " CS-BOOK-ID (RE-BOOK-IX)
                       " not held against ended courses."
               MOVE 4 TO RETURN-CODE
               GO TO 1700-EXIT
           END-IF
           ADD 1 TO RE-HELD-USED
           MOVE CS-BOOK-ID (RE-BOOK-IX)
               TO RE-HELD-BOOK-ID (RE-HELD-USED).
       1700-EXIT.
           EXIT.

       1900-REPOSITION.
           MOVE "N" TO RE-EOF-SWITCH
           MOVE LOW-VALUES TO CS-COURSE-CODE
           START CourseFile KEY NOT < CS-COURSE-CODE
               INVALID KEY
                   SET RE-FILE-EOF TO TRUE
           END-START.
       1900-EXIT.
           EXIT.

      *****************************************************************
      *  2000-SWEEP-ONE-COURSE - second pass.  A course whose term
      *  runs puts its set texts on reserve; one whose term is over
      *  takes them off and is marked ended.  A course not yet
      *  started is left alone.
      *****************************************************************
       2000-SWEEP-ONE-COURSE.
           READ CourseFile NEXT RECORD
               AT END
                   SET RE-FILE-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF CS-TERM-START > RE-SYSTEM-DATE
               GO TO 2000-EXIT
           END-IF
           IF CS-TERM-END < RE-SYSTEM-DATE
               PERFORM 2200-END-COURSE THRU 2200-EXIT
           ELSE
               PERFORM 2100-RUN-COURSE THRU 2100-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-RUN-COURSE.
           MOVE "C" TO RE-NEW-STATUS
           PERFORM 2300-SET-ONE-TEXT THRU 2300-EXIT
               VARYING RE-BOOK-IX FROM 1 BY 1
               UNTIL RE-BOOK-IX > CS-BOOK-COUNT
           IF CS-RUNNING
               GO TO 2100-EXIT
           END-IF
           MOVE "R" TO CS-COURSE-STATUS
           REWRITE CS-COURSE-RECORD
               INVALID KEY
                   DISPLAY "Course " CS-COURSE-CODE " not marked"
                           " running."
                   MOVE 4 TO RETURN-CODE
                   GO TO 2100-EXIT
           END-REWRITE
           ADD 1 TO RE-STARTED-COUNT
           DISPLAY "Course " CS-COURSE-CODE " term started - "
                   CS-BOOK-COUNT " set text(s) for " CS-LECTURER.
       2100-EXIT.
           EXIT.

       2200-END-COURSE.
           IF CS-ENDED
               GO TO 2200-EXIT
           END-IF
           MOVE "A" TO RE-NEW-STATUS
           PERFORM 2300-SET-ONE-TEXT THRU 2300-EXIT
               VARYING RE-BOOK-IX FROM 1 BY 1
               UNTIL RE-BOOK-IX > CS-BOOK-COUNT
           MOVE "E" TO CS-COURSE-STATUS
           REWRITE CS-COURSE-RECORD
               INVALID KEY
                   DISPLAY "Course " CS-COURSE-CODE " not marked"
                           " ended."
                   MOVE 4 TO RETURN-CODE
                   GO TO 2200-EXIT
           END-REWRITE
           ADD 1 TO RE-ENDED-COUNT
           DISPLAY "Course " CS-COURSE-CODE " term ended "
                   CS-TERM-END " - set texts off reserve.".
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-SET-ONE-TEXT - one set text to RE-NEW-STATUS.  Only an
      *  available book goes on reserve; one lost, in repair or out
      *  on ILL waits for a later night.  Only a book on reserve
      *  comes off it, and not while a running course holds it.
      *****************************************************************
       2300-SET-ONE-TEXT.
           MOVE CS-BOOK-ID (RE-BOOK-IX) TO BK-BOOK-ID
           READ BookFile
               INVALID KEY
                   DISPLAY "Course " CS-COURSE-CODE " set text "
                           CS-BOOK-ID (RE-BOOK-IX) " not on the"
                           " catalog."
                   GO TO 2300-EXIT
           END-READ
           IF RE-NEW-STATUS = "C"
               IF BK-ON-RESERVE
                   GO TO 2300-EXIT
               END-IF
               IF NOT BK-AVAILABLE
                   ADD 1 TO RE-WAITING-COUNT
                   GO TO 2300-EXIT
               END-IF
           ELSE
               IF NOT BK-ON-RESERVE
                   GO TO 2300-EXIT
               END-IF
               PERFORM 2400-CHECK-HELD THRU 2400-EXIT
               IF RE-STILL-HELD
                   ADD 1 TO RE-KEPT-COUNT
                   GO TO 2300-EXIT
               END-IF
           END-IF
           MOVE BK-BOOK-NAME  TO AD-BEFORE-NAME
           MOVE BK-BOOK-PRICE TO AD-BEFORE-PRICE
           MOVE RE-NEW-STATUS TO BK-BOOK-STATUS
           MOVE RE-SYSTEM-DATE TO BK-STATUS-DATE
           REWRITE BK-BOOK-RECORD
               INVALID KEY
                   DISPLAY "Book " BK-BOOK-ID " status not"
                           " rewritten."
                   MOVE 4 TO RETURN-CODE
                   GO TO 2300-EXIT
           END-REWRITE
           IF BK-ON-RESERVE
               ADD 1 TO RE-RESERVED-COUNT
           ELSE
               ADD 1 TO RE-RELEASED-COUNT
           END-IF
           PERFORM 2500-AUDIT-STATUS-CHANGE THRU 2500-EXIT.
       2300-EXIT.
           EXIT.

       2400-CHECK-HELD.
           MOVE "N" TO RE-HELD-SWITCH
           PERFORM 2410-MATCH-ONE-HELD THRU 2410-EXIT
               VARYING RE-HELD-IX FROM 1 BY 1
               UNTIL RE-HELD-IX > RE-HELD-USED
               OR RE-STILL-HELD.
       2400-EXIT.
           EXIT.

       2410-MATCH-ONE-HELD.
           IF RE-HELD-BOOK-ID (RE-HELD-IX) = BK-BOOK-ID
               SET RE-STILL-HELD TO TRUE
           END-IF.
       2410-EXIT.
           EXIT.

      *  The status change rides the audit trail as an update with
      *  the full after image, the way WRITE-FILE's S transaction
      *  audits, so BOOKFWD replays it and AUDITRPT shows it.
       2500-AUDIT-STATUS-CHANGE.
           ACCEPT AD-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AD-RUN-TIME FROM TIME
           MOVE "U" TO AD-TXN-CODE
           MOVE BK-BOOK-ID TO AD-BOOK-ID
           MOVE "S" TO AD-RESULT
           MOVE "RSVSWP" TO AD-OPER-ID
           MOVE BK-BOOK-NAME    TO AD-AFTER-NAME
           MOVE BK-BOOK-PRICE   TO AD-AFTER-PRICE
           MOVE BK-BOOK-YEAR    TO AD-AFTER-YEAR
           MOVE BK-BOOK-AUTHOR  TO AD-AFTER-AUTHOR
           MOVE BK-BOOK-GENRE   TO AD-AFTER-GENRE
           MOVE BK-BOOK-ISBN    TO AD-AFTER-ISBN
           MOVE BK-COPIES-OWNED TO AD-AFTER-COPIES-OWNED
           MOVE BK-COPIES-OUT   TO AD-AFTER-COPIES-OUT
           MOVE BK-CURRENCY     TO AD-AFTER-CURRENCY
           MOVE BK-BOOK-STATUS  TO AD-AFTER-STATUS
           MOVE BK-STATUS-DATE  TO AD-AFTER-STATUS-DATE
           MOVE BK-BRANCH       TO AD-AFTER-BRANCH
           MOVE SPACES          TO AD-APPROVED-BY
           WRITE AD-AUDIT-RECORD.
       2500-EXIT.
           EXIT.

       3000-TERMINATE.
           CLOSE CourseFile
           CLOSE BookFile
           CLOSE AuditFile
           DISPLAY "----------------------------------------"
           DISPLAY "Courses started.........: " RE-STARTED-COUNT
           DISPLAY "Courses ended...........: " RE-ENDED-COUNT
           DISPLAY "Books put on reserve....: " RE-RESERVED-COUNT
           DISPLAY "Books taken off reserve.: " RE-RELEASED-COUNT
           DISPLAY "Kept for another course.: " RE-KEPT-COUNT
           DISPLAY "Waiting - not available.: " RE-WAITING-COUNT.
       3000-EXIT.
           EXIT.
