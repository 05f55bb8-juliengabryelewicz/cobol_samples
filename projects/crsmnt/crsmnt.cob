       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRSMNT.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  CRSMNT
      *
      *  Course reserves desk - the reading lists lecturers hand in
      *  each term, kept on COURSRES.DAT in place of the shoebox of
      *  photocopied lists.  Keyed at the console in the style of
      *  SERMNT:
      *
      *      A  add a course - title, lecturer, term start and end,
      *         loan hours and fine per hour late (zero takes the
      *         BOOKLOAN defaults)
      *      U  update one - nonblank fields replace
      *      D  delete one whose set texts are not on reserve
      *      B  add a set text (BookId) to the course's list
      *      X  take a set text off the list
      *
      *  A set text added while the term runs goes on reserve (book
      *  status C) at once; one taken off goes back to available
      *  unless another running course still lists it.  Outside the
      *  term the RSVSWP nightly sweep does both.  Each status
      *  change takes the shared BOOK-LOCK for the length of the
      *  rewrite and is audited to BOOKAUD.DAT the way WRITE-FILE's
      *  S transaction audits.  RSVRPT reports how often each set
      *  text was borrowed.
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
               FILE STATUS IS CE-CRSFILE-STATUS.
           SELECT BookFile ASSIGN TO "BOOKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-BOOK-ID
               FILE STATUS IS CE-BOOKFILE-STATUS.
           SELECT AuditFile ASSIGN TO "BOOKAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CE-AUDITFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CourseFile.
       COPY COURSREC.

       FD BookFile.
       COPY BOOKREC.

       FD AuditFile.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  CE-CRSFILE-STATUS         PIC X(02).
           88  CE-CRSFILE-OK         VALUE "00".
           88  CE-CRSFILE-NEW        VALUE "35".

       01  CE-BOOKFILE-STATUS        PIC X(02).
           88  CE-BOOKFILE-OK        VALUE "00".

       01  CE-AUDITFILE-STATUS       PIC X(02).
           88  CE-AUDITFILE-OK       VALUE "00".

       01  CE-FILES-SWITCH           PIC X(01) VALUE "N".
           88  CE-FILES-OPEN         VALUE "Y".

       01  CE-FOUND-SWITCH           PIC X(01).
           88  CE-RECORD-FOUND       VALUE "Y".

       01  CE-VALID-SWITCH           PIC X(01).
           88  CE-FIELDS-VALID       VALUE "Y".

       01  CE-BOOK-OK-SWITCH         PIC X(01).
           88  CE-BOOK-ON-FILE       VALUE "Y".

       01  CE-LOCK-SWITCH            PIC X(01) VALUE "N".
           88  CE-LOCK-HELD          VALUE "Y".

       01  CE-LISTED-SWITCH          PIC X(01).
           88  CE-LISTED-ELSEWHERE   VALUE "Y".

       01  CE-SCAN-EOF-SWITCH        PIC X(01).
           88  CE-SCAN-EOF           VALUE "Y".

       01  CE-TXN-LINE.
           05  CE-TXN-CODE           PIC X(01).
               88  CE-ADD-TXN        VALUE "A" "a".
               88  CE-UPDATE-TXN     VALUE "U" "u".
               88  CE-DELETE-TXN     VALUE "D" "d".
               88  CE-BOOK-ADD-TXN   VALUE "B" "b".
               88  CE-BOOK-DROP-TXN  VALUE "X" "x".
           05  CE-TXN-COURSE         PIC X(08).
           05  CE-TXN-DATA           PIC X(79).
           05  CE-COURSE-DATA REDEFINES CE-TXN-DATA.
               10  CE-TXN-TITLE      PIC X(30).
               10  CE-TXN-LECTURER   PIC X(25).
               10  CE-TXN-START      PIC X(08).
               10  CE-TXN-START-N REDEFINES CE-TXN-START
                                     PIC 9(08).
               10  CE-TXN-END        PIC X(08).
               10  CE-TXN-END-N REDEFINES CE-TXN-END
                                     PIC 9(08).
               10  CE-TXN-HOURS      PIC X(02).
               10  CE-TXN-HOURS-N REDEFINES CE-TXN-HOURS
                                     PIC 9(02).
               10  CE-TXN-RATE       PIC X(03).
               10  CE-TXN-RATE-N REDEFINES CE-TXN-RATE
                                     PIC 9(01)V99.
               10  FILLER            PIC X(03).
           05  CE-BOOK-DATA REDEFINES CE-TXN-DATA.
               10  CE-TXN-BOOK-ID    PIC X(07).
               10  CE-TXN-BOOK-ID-N REDEFINES CE-TXN-BOOK-ID
                                     PIC 9(07).
               10  FILLER            PIC X(72).

       01  CE-SYSTEM-DATE            PIC 9(08).
       01  CE-BOOK-IX                PIC 9(02).
       01  CE-FOUND-IX               PIC 9(02).
       01  CE-MAX-SET-TEXTS          PIC 9(02) VALUE 20.

      *  The book a status change is for, and the status it goes to.
       01  CE-STATUS-BOOK-ID         PIC 9(07).
       01  CE-NEW-STATUS             PIC X(01).

       01  CE-SAVED-COURSE-RECORD    PIC X(235).
       01  CE-SAVED-COURSE-CODE      PIC X(08).

       COPY DATESVCA.

       COPY LOCKSVCA.

       COPY CURROPER.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF CE-FILES-OPEN
               DISPLAY "Enter course reserve transactions below."
               DISPLAY "Enter no data to end."
               PERFORM 2000-GET-COURSE-TXN THRU 2000-EXIT
               PERFORM 2100-PROCESS-COURSE-TXN THRU 2100-EXIT
                   UNTIL CE-TXN-LINE = SPACES
               CLOSE CourseFile
           END-IF
           GOBACK.

       1000-INITIALIZE.
           ACCEPT CE-SYSTEM-DATE FROM DATE YYYYMMDD
           CALL "GETOPER" USING CO-CURRENT-OPER-AREA
           END-CALL
           OPEN I-O CourseFile
           IF CE-CRSFILE-NEW
               OPEN OUTPUT CourseFile
               CLOSE CourseFile
               OPEN I-O CourseFile
           END-IF
           IF NOT CE-CRSFILE-OK
               DISPLAY "COURSRES.DAT OPEN failed - status "
                       CE-CRSFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           SET CE-FILES-OPEN TO TRUE.
       1000-EXIT.
           EXIT.

       2000-GET-COURSE-TXN.
           DISPLAY "Enter - Txn(A/U/D), Course, Title, Lecturer,"
           DISPLAY "Term start, Term end, Loan hours, Fine/hour"
           DISPLAY "TCCCCCCCCTTTTTTTTTTTTTTTTTTTTTTTTTTTTTTLLLL..."
           DISPLAY "   or - Txn(B add / X remove), Course, BookId"
           DISPLAY "TCCCCCCCCIIIIIII"
           ACCEPT  CE-TXN-LINE.
       2000-EXIT.
           EXIT.

       2100-PROCESS-COURSE-TXN.
           EVALUATE TRUE
               WHEN CE-TXN-COURSE = SPACES
                   DISPLAY "Course code must not be blank - ignored."
               WHEN CE-ADD-TXN
                   PERFORM 2200-ADD-COURSE THRU 2200-EXIT
               WHEN CE-UPDATE-TXN
                   PERFORM 2300-UPDATE-COURSE THRU 2300-EXIT
               WHEN CE-DELETE-TXN
                   PERFORM 2400-DELETE-COURSE THRU 2400-EXIT
               WHEN CE-BOOK-ADD-TXN
                   PERFORM 3000-ADD-SET-TEXT THRU 3000-EXIT
               WHEN CE-BOOK-DROP-TXN
                   PERFORM 3100-REMOVE-SET-TEXT THRU 3100-EXIT
               WHEN OTHER
                   DISPLAY "Unknown transaction code - ignored."
           END-EVALUATE
           PERFORM 2000-GET-COURSE-TXN THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

       2200-ADD-COURSE.
           IF CE-TXN-TITLE = SPACES
               OR CE-TXN-LECTURER = SPACES
               DISPLAY "Title and lecturer must not be blank."
               GO TO 2200-EXIT
           END-IF
           IF CE-TXN-START = SPACES
               OR CE-TXN-END = SPACES
               DISPLAY "Term start and end dates are required."
               GO TO 2200-EXIT
           END-IF
           INITIALIZE CS-COURSE-RECORD
           MOVE CE-TXN-COURSE TO CS-COURSE-CODE
           MOVE "P" TO CS-COURSE-STATUS
           MOVE CO-OPER-ID TO CS-SET-UP-OPER
           PERFORM 2500-APPLY-FIELDS THRU 2500-EXIT
           IF NOT CE-FIELDS-VALID
               GO TO 2200-EXIT
           END-IF
           WRITE CS-COURSE-RECORD
               INVALID KEY
                   DISPLAY "Course " CE-TXN-COURSE " already on file."
               NOT INVALID KEY
                   DISPLAY "Course " CE-TXN-COURSE " added - term "
                           CS-TERM-START " to " CS-TERM-END "."
           END-WRITE.
       2200-EXIT.
           EXIT.

      *  A course already ended whose term is moved on to today or
      *  later goes back to not started, so the nightly sweep puts
      *  its set texts on reserve again.
       2300-UPDATE-COURSE.
           PERFORM 2900-READ-COURSE THRU 2900-EXIT
           IF NOT CE-RECORD-FOUND
               GO TO 2300-EXIT
           END-IF
           PERFORM 2500-APPLY-FIELDS THRU 2500-EXIT
           IF NOT CE-FIELDS-VALID
               GO TO 2300-EXIT
           END-IF
           IF CS-ENDED
               AND CS-TERM-END NOT < CE-SYSTEM-DATE
               MOVE "P" TO CS-COURSE-STATUS
           END-IF
           REWRITE CS-COURSE-RECORD
               INVALID KEY
                   DISPLAY "Course " CE-TXN-COURSE " not rewritten."
               NOT INVALID KEY
                   DISPLAY "Course " CE-TXN-COURSE " updated."
           END-REWRITE.
       2300-EXIT.
           EXIT.

      *  A running course holds its set texts on reserve - take
      *  them off the list first (X), or let the term end.
       2400-DELETE-COURSE.
           PERFORM 2900-READ-COURSE THRU 2900-EXIT
           IF NOT CE-RECORD-FOUND
               GO TO 2400-EXIT
           END-IF
           IF CS-RUNNING
               AND CS-BOOK-COUNT > ZEROS
               DISPLAY "Course " CE-TXN-COURSE " has " CS-BOOK-COUNT
                       " set text(s) on reserve - remove them with"
                       " X first."
               GO TO 2400-EXIT
           END-IF
           DELETE CourseFile
               INVALID KEY
                   DISPLAY "Course " CE-TXN-COURSE " not deleted."
               NOT INVALID KEY
                   DISPLAY "Course " CE-TXN-COURSE " removed."
           END-DELETE.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2500-APPLY-FIELDS - check every nonblank field on the
      *  transaction and move it onto the course record.  One bad
      *  field refuses the whole transaction, so a half-applied
      *  update is never rewritten.
      *****************************************************************
       2500-APPLY-FIELDS.
           MOVE "N" TO CE-VALID-SWITCH
           IF CE-TXN-START NOT = SPACES
               MOVE CE-TXN-START-N TO DS-DATE-1
               PERFORM 2700-CHECK-DATE THRU 2700-EXIT
               IF DS-STATUS NOT = "00"
                   DISPLAY "Term start " CE-TXN-START
                           " is not a valid date."
                   GO TO 2500-EXIT
               END-IF
               MOVE CE-TXN-START-N TO CS-TERM-START
           END-IF
           IF CE-TXN-END NOT = SPACES
               MOVE CE-TXN-END-N TO DS-DATE-1
               PERFORM 2700-CHECK-DATE THRU 2700-EXIT
               IF DS-STATUS NOT = "00"
                   DISPLAY "Term end " CE-TXN-END
                           " is not a valid date."
                   GO TO 2500-EXIT
               END-IF
               MOVE CE-TXN-END-N TO CS-TERM-END
           END-IF
           IF CS-TERM-END < CS-TERM-START
               DISPLAY "Term end " CS-TERM-END " is before term"
                       " start " CS-TERM-START "."
               GO TO 2500-EXIT
           END-IF
           IF CE-TXN-HOURS NOT = SPACES
               IF CE-TXN-HOURS-N NOT NUMERIC
                   DISPLAY "Loan hours " CE-TXN-HOURS
                           " must be two digits."
                   GO TO 2500-EXIT
               END-IF
               MOVE CE-TXN-HOURS-N TO CS-LOAN-HOURS
           END-IF
           IF CE-TXN-RATE NOT = SPACES
               IF CE-TXN-RATE-N NOT NUMERIC
                   DISPLAY "Fine per hour " CE-TXN-RATE
                           " must be three digits (n.nn)."
                   GO TO 2500-EXIT
               END-IF
               MOVE CE-TXN-RATE-N TO CS-FINE-PER-HOUR
           END-IF
           IF CE-TXN-TITLE NOT = SPACES
               MOVE CE-TXN-TITLE TO CS-COURSE-TITLE
           END-IF
           IF CE-TXN-LECTURER NOT = SPACES
               MOVE CE-TXN-LECTURER TO CS-LECTURER
           END-IF
           MOVE "Y" TO CE-VALID-SWITCH.
       2500-EXIT.
           EXIT.

       2700-CHECK-DATE.
           MOVE "V" TO DS-FUNCTION
           IF DS-DATE-1 NOT NUMERIC
               MOVE "99" TO DS-STATUS
               GO TO 2700-EXIT
           END-IF
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL.
       2700-EXIT.
           EXIT.

      *  The book must be on the catalog to go on a reading list.
       2800-CHECK-BOOK.
           MOVE "N" TO CE-BOOK-OK-SWITCH
           OPEN INPUT BookFile
           IF NOT CE-BOOKFILE-OK
               DISPLAY "BookFile OPEN failed - status "
                       CE-BOOKFILE-STATUS "."
               GO TO 2800-EXIT
           END-IF
           MOVE CE-TXN-BOOK-ID-N TO BK-BOOK-ID
           READ BookFile
               INVALID KEY
                   DISPLAY "Book " CE-TXN-BOOK-ID " not on file."
               NOT INVALID KEY
                   MOVE "Y" TO CE-BOOK-OK-SWITCH
           END-READ
           CLOSE BookFile.
       2800-EXIT.
           EXIT.

       2900-READ-COURSE.
           MOVE CE-TXN-COURSE TO CS-COURSE-CODE
           MOVE "N" TO CE-FOUND-SWITCH
           READ CourseFile
               INVALID KEY
                   DISPLAY "Course " CE-TXN-COURSE " not found."
               NOT INVALID KEY
                   MOVE "Y" TO CE-FOUND-SWITCH
           END-READ.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *  3000-ADD-SET-TEXT - put a BookId on the course's list.  If
      *  the term is running the book goes on reserve now and the
      *  course is marked running; before the term the sweep does
      *  it on the first night.
      *****************************************************************
       3000-ADD-SET-TEXT.
           IF CE-TXN-BOOK-ID-N NOT NUMERIC
               OR CE-TXN-BOOK-ID-N = ZEROS
               DISPLAY "BookId must be seven digits, not zero."
               GO TO 3000-EXIT
           END-IF
           PERFORM 2900-READ-COURSE THRU 2900-EXIT
           IF NOT CE-RECORD-FOUND
               GO TO 3000-EXIT
           END-IF
           IF CS-ENDED
               DISPLAY "Course " CE-TXN-COURSE " has ended - move"
                       " its term on with U first."
               GO TO 3000-EXIT
           END-IF
           PERFORM 3200-FIND-SET-TEXT THRU 3200-EXIT
           IF CE-FOUND-IX > ZEROS
               DISPLAY "Book " CE-TXN-BOOK-ID " is already on the"
                       " list for " CE-TXN-COURSE "."
               GO TO 3000-EXIT
           END-IF
           IF CS-BOOK-COUNT NOT < CE-MAX-SET-TEXTS
               DISPLAY "Course " CE-TXN-COURSE " already lists "
                       CE-MAX-SET-TEXTS " set texts - the most a"
                       " course can hold."
               GO TO 3000-EXIT
           END-IF
           PERFORM 2800-CHECK-BOOK THRU 2800-EXIT
           IF NOT CE-BOOK-ON-FILE
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO CS-BOOK-COUNT
           MOVE CE-TXN-BOOK-ID-N TO CS-BOOK-ID (CS-BOOK-COUNT)
           IF CS-TERM-START NOT > CE-SYSTEM-DATE
               AND CS-TERM-END NOT < CE-SYSTEM-DATE
               MOVE "R" TO CS-COURSE-STATUS
           END-IF
           REWRITE CS-COURSE-RECORD
               INVALID KEY
                   DISPLAY "Course " CE-TXN-COURSE " not rewritten -"
                           " book not added."
                   GO TO 3000-EXIT
           END-REWRITE
           DISPLAY "Book " CE-TXN-BOOK-ID " added to " CE-TXN-COURSE
                   " (" CS-BOOK-COUNT " set text(s))."
           IF CS-RUNNING
               PERFORM 3050-RESERVE-ONE-TEXT THRU 3050-EXIT
                   VARYING CE-BOOK-IX FROM 1 BY 1
                   UNTIL CE-BOOK-IX > CS-BOOK-COUNT
           END-IF.
       3000-EXIT.
           EXIT.

      *  Every set text goes on reserve, not just the one added - a
      *  course that starts running here has had none put on yet.
      *  One already on reserve is left as it is.
       3050-RESERVE-ONE-TEXT.
           MOVE CS-BOOK-ID (CE-BOOK-IX) TO CE-STATUS-BOOK-ID
           MOVE "C" TO CE-NEW-STATUS
           PERFORM 4000-CHANGE-BOOK-STATUS THRU 4000-EXIT.
       3050-EXIT.
           EXIT.

      *****************************************************************
      *  3100-REMOVE-SET-TEXT - take a BookId off the list, closing
      *  the gap.  On a running course the book comes off reserve
      *  unless another running course still lists it.
      *****************************************************************
       3100-REMOVE-SET-TEXT.
           IF CE-TXN-BOOK-ID-N NOT NUMERIC
               DISPLAY "BookId must be seven digits."
               GO TO 3100-EXIT
           END-IF
           PERFORM 2900-READ-COURSE THRU 2900-EXIT
           IF NOT CE-RECORD-FOUND
               GO TO 3100-EXIT
           END-IF
           PERFORM 3200-FIND-SET-TEXT THRU 3200-EXIT
           IF CE-FOUND-IX = ZEROS
               DISPLAY "Book " CE-TXN-BOOK-ID " is not on the list"
                       " for " CE-TXN-COURSE "."
               GO TO 3100-EXIT
           END-IF
           PERFORM 3300-CLOSE-GAP THRU 3300-EXIT
               VARYING CE-BOOK-IX FROM CE-FOUND-IX BY 1
               UNTIL CE-BOOK-IX NOT < CS-BOOK-COUNT
           MOVE ZEROS TO CS-BOOK-ID (CS-BOOK-COUNT)
           SUBTRACT 1 FROM CS-BOOK-COUNT
           REWRITE CS-COURSE-RECORD
               INVALID KEY
                   DISPLAY "Course " CE-TXN-COURSE " not rewritten -"
                           " book not removed."
                   GO TO 3100-EXIT
           END-REWRITE
           DISPLAY "Book " CE-TXN-BOOK-ID " removed from "
                   CE-TXN-COURSE "."
           IF NOT CS-RUNNING
               GO TO 3100-EXIT
           END-IF
           PERFORM 3400-CHECK-OTHER-COURSES THRU 3400-EXIT
           IF CE-LISTED-ELSEWHERE
               DISPLAY "Book " CE-TXN-BOOK-ID " stays on reserve for"
                       " another running course."
               GO TO 3100-EXIT
           END-IF
           MOVE CE-TXN-BOOK-ID-N TO CE-STATUS-BOOK-ID
           MOVE "A" TO CE-NEW-STATUS
           PERFORM 4000-CHANGE-BOOK-STATUS THRU 4000-EXIT.
       3100-EXIT.
           EXIT.

      *  Sets CE-FOUND-IX to the list entry for the transaction's
      *  BookId, or zero.
       3200-FIND-SET-TEXT.
           MOVE ZEROS TO CE-FOUND-IX
           PERFORM 3210-MATCH-ONE-TEXT THRU 3210-EXIT
               VARYING CE-BOOK-IX FROM 1 BY 1
               UNTIL CE-BOOK-IX > CS-BOOK-COUNT
               OR CE-FOUND-IX > ZEROS.
       3200-EXIT.
           EXIT.

       3210-MATCH-ONE-TEXT.
           IF CS-BOOK-ID (CE-BOOK-IX) = CE-TXN-BOOK-ID-N
               MOVE CE-BOOK-IX TO CE-FOUND-IX
           END-IF.
       3210-EXIT.
           EXIT.

       3300-CLOSE-GAP.
           MOVE CS-BOOK-ID (CE-BOOK-IX + 1) TO CS-BOOK-ID (CE-BOOK-IX).
       3300-EXIT.
           EXIT.

      *  Does any other running course list the book?  COURSRES.DAT
      *  is read front to back with the course record in hand saved
      *  and restored around the scan, the way BOOKLOAN's loan count
      *  protects the loan record.
       3400-CHECK-OTHER-COURSES.
           MOVE "N" TO CE-LISTED-SWITCH
           MOVE "N" TO CE-SCAN-EOF-SWITCH
           MOVE CS-COURSE-RECORD TO CE-SAVED-COURSE-RECORD
           MOVE CS-COURSE-CODE TO CE-SAVED-COURSE-CODE
           MOVE LOW-VALUES TO CS-COURSE-CODE
           START CourseFile KEY NOT < CS-COURSE-CODE
               INVALID KEY
                   SET CE-SCAN-EOF TO TRUE
           END-START
           PERFORM 3410-CHECK-ONE-COURSE THRU 3410-EXIT
               UNTIL CE-SCAN-EOF OR CE-LISTED-ELSEWHERE
           MOVE CE-SAVED-COURSE-RECORD TO CS-COURSE-RECORD.
       3400-EXIT.
           EXIT.

       3410-CHECK-ONE-COURSE.
           READ CourseFile NEXT RECORD
               AT END
                   SET CE-SCAN-EOF TO TRUE
                   GO TO 3410-EXIT
           END-READ
           IF CS-COURSE-CODE = CE-SAVED-COURSE-CODE
               OR NOT CS-RUNNING
               GO TO 3410-EXIT
           END-IF
           PERFORM 3200-FIND-SET-TEXT THRU 3200-EXIT
           IF CE-FOUND-IX > ZEROS
               SET CE-LISTED-ELSEWHERE TO TRUE
           END-IF.
       3410-EXIT.
           EXIT.

      *****************************************************************
      *  4000-CHANGE-BOOK-STATUS - put CE-STATUS-BOOK-ID on reserve
      *  (CE-NEW-STATUS C) or back to available (A) under the
      *  BOOK-LOCK.  Only an available book goes on reserve - one
      *  lost, in repair or out on ILL is left for the sweep to
      *  pick up once it is back - and only a book on reserve comes
      *  off it.
      *****************************************************************
       4000-CHANGE-BOOK-STATUS.
           MOVE "A" TO LK-FUNCTION
           MOVE "CRSMNT" TO LK-PROGRAM
           CALL "BOOK-LOCK" USING LK-LOCK-SVC-AREA
           END-CALL
           IF LK-STATUS NOT = "00"
               IF LK-STATUS = "01"
                   DISPLAY "BOOKS.DAT is locked by " LK-HOLDER
                           " (operator " LK-HOLDER-OPER ") - the"
                           " nightly RSVSWP sweep will set book "
                           CE-STATUS-BOOK-ID "."
               ELSE
                   DISPLAY "BOOKLOCK.DAT could not be used -"
                           " status " LK-STATUS "."
               END-IF
               GO TO 4000-EXIT
           END-IF
           SET CE-LOCK-HELD TO TRUE
           OPEN I-O BookFile
           IF NOT CE-BOOKFILE-OK
               DISPLAY "BookFile OPEN failed - status "
                       CE-BOOKFILE-STATUS "."
           ELSE
               PERFORM 4100-REWRITE-BOOK-STATUS THRU 4100-EXIT
               CLOSE BookFile
           END-IF
           MOVE "R" TO LK-FUNCTION
           MOVE "CRSMNT" TO LK-PROGRAM
           CALL "BOOK-LOCK" USING LK-LOCK-SVC-AREA
           END-CALL
           MOVE "N" TO CE-LOCK-SWITCH.
       4000-EXIT.
           EXIT.

       4100-REWRITE-BOOK-STATUS.
           MOVE CE-STATUS-BOOK-ID TO BK-BOOK-ID
           READ BookFile
               INVALID KEY
                   DISPLAY "Book " CE-STATUS-BOOK-ID " not on file."
                   GO TO 4100-EXIT
           END-READ
           IF CE-NEW-STATUS = "C"
               IF BK-ON-RESERVE
                   GO TO 4100-EXIT
               END-IF
               IF NOT BK-AVAILABLE
                   DISPLAY "Book " CE-STATUS-BOOK-ID " is at status "
                           BK-BOOK-STATUS " - RSVSWP puts it on"
                           " reserve once it is available."
                   GO TO 4100-EXIT
               END-IF
           ELSE
               IF NOT BK-ON-RESERVE
                   GO TO 4100-EXIT
               END-IF
           END-IF
           MOVE BK-BOOK-NAME  TO AD-BEFORE-NAME
           MOVE BK-BOOK-PRICE TO AD-BEFORE-PRICE
           MOVE CE-NEW-STATUS TO BK-BOOK-STATUS
           MOVE CE-SYSTEM-DATE TO BK-STATUS-DATE
           REWRITE BK-BOOK-RECORD
               INVALID KEY
                   DISPLAY "Book " CE-STATUS-BOOK-ID " status not"
                           " rewritten."
                   GO TO 4100-EXIT
           END-REWRITE
           IF BK-ON-RESERVE
               DISPLAY "Book " CE-STATUS-BOOK-ID " is on course"
                       " reserve."
           ELSE
               DISPLAY "Book " CE-STATUS-BOOK-ID " is off reserve"
                       " and available."
           END-IF
           PERFORM 4200-AUDIT-STATUS-CHANGE THRU 4200-EXIT.
       4100-EXIT.
           EXIT.

      *  The status change rides the audit trail as an update with
      *  the full after image, the way WRITE-FILE's S transaction
      *  audits, so BOOKFWD replays it and AUDITRPT shows it.
       4200-AUDIT-STATUS-CHANGE.
           OPEN EXTEND AuditFile
           IF NOT CE-AUDITFILE-OK
               DISPLAY "BOOKAUD.DAT OPEN failed - status "
                       CE-AUDITFILE-STATUS " - change not audited."
               GO TO 4200-EXIT
           END-IF
           ACCEPT AD-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AD-RUN-TIME FROM TIME
           MOVE "U" TO AD-TXN-CODE
           MOVE BK-BOOK-ID TO AD-BOOK-ID
           MOVE "S" TO AD-RESULT
           MOVE CO-OPER-ID TO AD-OPER-ID
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
           WRITE AD-AUDIT-RECORD
           CLOSE AuditFile.
       4200-EXIT.
           EXIT.
