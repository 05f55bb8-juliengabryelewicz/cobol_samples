       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSVRPT.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  RSVRPT
      *
      *  Course reserves usage report for the lecturer.  For one
      *  course keyed at the console (blank = every course on
      *  COURSRES.DAT) it lists each set text with the number of
      *  times it was borrowed during the course's term and the
      *  date it last went out, counted from the loan events on
      *  LOANHIST.DAT, so the lecturer can see which readings the
      *  class actually used.  A set text never borrowed in the
      *  term is flagged, with a count per course.  Runs any time -
      *  during the term it reports the term so far.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program, introduced with course
      *                  reserves.
      *  2026-10-15  jg  LOANHIST.DAT is indexed - each set text's
      *                  term is read by key instead of one pass over
      *                  the whole trail.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CourseFile ASSIGN TO "COURSRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-COURSE-CODE
               FILE STATUS IS RU-CRSFILE-STATUS.
           SELECT BookFile ASSIGN TO "BOOKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BK-BOOK-ID
               FILE STATUS IS RU-BOOKFILE-STATUS.
           SELECT LoanHistFile ASSIGN TO "LOANHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-HISTORY-KEY
               ALTERNATE RECORD KEY IS LH-BORROWER-NO WITH DUPLICATES
               ALTERNATE RECORD KEY IS LH-EVENT-DATE WITH DUPLICATES
               FILE STATUS IS RU-HISTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CourseFile.
       COPY COURSREC.

       FD BookFile.
       COPY BOOKREC.

       FD LoanHistFile.
       COPY LOANHIST.

       WORKING-STORAGE SECTION.
       01  RU-CRSFILE-STATUS         PIC X(02).
           88  RU-CRSFILE-OK         VALUE "00".

       01  RU-BOOKFILE-STATUS        PIC X(02).
           88  RU-BOOKFILE-OK        VALUE "00".

       01  RU-HISTFILE-STATUS        PIC X(02).
           88  RU-HISTFILE-OK        VALUE "00".

       01  RU-EOF-SWITCH             PIC X(01).
           88  RU-FILE-EOF           VALUE "Y".

       01  RU-BOOKS-SWITCH           PIC X(01) VALUE "N".
           88  RU-BOOKS-OPEN         VALUE "Y".

       01  RU-COURSE-ENTRY-CODE      PIC X(08).

      *  The courses reported, each with its set texts and what
      *  LOANHIST.DAT shows for them in the term.
       01  RU-COURSE-MAX             PIC 9(02) VALUE 50.
       01  RU-COURSE-TABLE.
           05  RU-COURSE-ENTRY OCCURS 50 TIMES.
               10  RU-CT-CODE        PIC X(08).
               10  RU-CT-TITLE       PIC X(30).
               10  RU-CT-LECTURER    PIC X(25).
               10  RU-CT-START       PIC 9(08).
               10  RU-CT-END         PIC 9(08).
               10  RU-CT-STATUS      PIC X(01).
               10  RU-CT-TEXT-COUNT  PIC 9(02).
               10  RU-CT-TEXT OCCURS 20 TIMES.
                   15  RU-CT-BOOK-ID PIC 9(07).
                   15  RU-CT-LOANS   PIC 9(05).
                   15  RU-CT-LAST    PIC 9(08).
       01  RU-COURSE-USED            PIC 9(02) VALUE ZEROS.
       01  RU-COURSE-IX              PIC 9(02).
       01  RU-TEXT-IX                PIC 9(02).

       01  RU-EVENT-COUNT            PIC 9(07) VALUE ZEROS.
       01  RU-COURSE-LOANS           PIC 9(05).
       01  RU-UNUSED-COUNT           PIC 9(02).

       COPY RUNDATE.

       01  RU-HEADING-1.
           05  FILLER                PIC X(08) VALUE "RSVRPT".
           05  FILLER                PIC X(24)
                                     VALUE "COURSE RESERVES USAGE".
           05  FILLER                PIC X(10) VALUE "RUN DATE:".
           05  RU-H1-DATE            PIC X(10).

       01  RU-COLUMN-HEADING.
           05  FILLER                PIC X(10) VALUE "BOOK ID".
           05  FILLER                PIC X(33) VALUE "TITLE".
           05  FILLER                PIC X(08) VALUE "  LOANS".
           05  FILLER                PIC X(12) VALUE "  LAST LOAN".

       01  RU-DETAIL-LINE.
           05  RU-D-BOOK-ID          PIC 9(07).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  RU-D-NAME             PIC X(30).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  RU-D-LOANS            PIC ZZ,ZZ9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  RU-D-LAST             PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RU-D-FLAG             PIC X(13).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RU-COURSE-USED > ZEROS
               PERFORM 2000-COUNT-LOAN-EVENTS THRU 2000-EXIT
               PERFORM 3000-PRINT-ONE-COURSE THRU 3000-EXIT
                   VARYING RU-COURSE-IX FROM 1 BY 1
                   UNTIL RU-COURSE-IX > RU-COURSE-USED
               PERFORM 4000-TERMINATE THRU 4000-EXIT
           END-IF
           GOBACK.

       1000-INITIALIZE.
           DISPLAY "Course code (blank = every course) : "
               WITH NO ADVANCING
           ACCEPT RU-COURSE-ENTRY-CODE
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           MOVE RD-RUN-DATE-DISPLAY TO RU-H1-DATE
           OPEN INPUT CourseFile
           IF NOT RU-CRSFILE-OK
               DISPLAY "COURSRES.DAT OPEN failed - status "
                       RU-CRSFILE-STATUS " - see CRSMNT."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           IF RU-COURSE-ENTRY-CODE = SPACES
               PERFORM 1100-LOAD-ALL-COURSES THRU 1100-EXIT
           ELSE
               MOVE RU-COURSE-ENTRY-CODE TO CS-COURSE-CODE
               READ CourseFile
                   INVALID KEY
                       DISPLAY "Course " RU-COURSE-ENTRY-CODE
                               " not found."
                       MOVE 4 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM 1200-KEEP-ONE-COURSE THRU 1200-EXIT
               END-READ
           END-IF
           CLOSE CourseFile
           IF RU-COURSE-USED = ZEROS
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT BookFile
           IF RU-BOOKFILE-OK
               SET RU-BOOKS-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ALL-COURSES.
           MOVE "N" TO RU-EOF-SWITCH
           MOVE LOW-VALUES TO CS-COURSE-CODE
           START CourseFile KEY NOT < CS-COURSE-CODE
               INVALID KEY
                   SET RU-FILE-EOF TO TRUE
           END-START
           PERFORM 1110-LOAD-ONE-COURSE THRU 1110-EXIT
               UNTIL RU-FILE-EOF.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-COURSE.
           READ CourseFile NEXT RECORD
               AT END
                   SET RU-FILE-EOF TO TRUE
                   GO TO 1110-EXIT
           END-READ
           IF RU-COURSE-USED NOT < RU-COURSE-MAX
               DISPLAY "Course table full at " RU-COURSE-MAX
                       " - run the report a course at a time."
               MOVE 4 TO RETURN-CODE
               SET RU-FILE-EOF TO TRUE
               GO TO 1110-EXIT
           END-IF
           PERFORM 1200-KEEP-ONE-COURSE THRU 1200-EXIT.
       1110-EXIT.
           EXIT.

       1200-KEEP-ONE-COURSE.
           ADD 1 TO RU-COURSE-USED
           MOVE CS-COURSE-CODE   TO RU-CT-CODE (RU-COURSE-USED)
           MOVE CS-COURSE-TITLE  TO RU-CT-TITLE (RU-COURSE-USED)
           MOVE CS-LECTURER      TO RU-CT-LECTURER (RU-COURSE-USED)
           MOVE CS-TERM-START    TO RU-CT-START (RU-COURSE-USED)
           MOVE CS-TERM-END      TO RU-CT-END (RU-COURSE-USED)
           MOVE CS-COURSE-STATUS TO RU-CT-STATUS (RU-COURSE-USED)
           MOVE CS-BOOK-COUNT    TO RU-CT-TEXT-COUNT (RU-COURSE-USED)
           PERFORM 1210-KEEP-ONE-TEXT THRU 1210-EXIT
               VARYING RU-TEXT-IX FROM 1 BY 1
               UNTIL RU-TEXT-IX > 20.
       1200-EXIT.
           EXIT.

       1210-KEEP-ONE-TEXT.
           IF RU-TEXT-IX > CS-BOOK-COUNT
               MOVE ZEROS TO RU-CT-BOOK-ID (RU-COURSE-USED RU-TEXT-IX)
           ELSE
               MOVE CS-BOOK-ID (RU-TEXT-IX)
                   TO RU-CT-BOOK-ID (RU-COURSE-USED RU-TEXT-IX)
           END-IF
           MOVE ZEROS TO RU-CT-LOANS (RU-COURSE-USED RU-TEXT-IX)
                         RU-CT-LAST (RU-COURSE-USED RU-TEXT-IX).
       1210-EXIT.
           EXIT.

      *****************************************************************
      *  2000-COUNT-LOAN-EVENTS - each set text's events in the term
      *  read off LOANHIST.DAT by key, from the term start until the
      *  book changes or the term ends.  A loan event counts against
      *  every course that lists the book and whose term takes in
      *  the event date.
      *****************************************************************
       2000-COUNT-LOAN-EVENTS.
           OPEN INPUT LoanHistFile
           IF NOT RU-HISTFILE-OK
               DISPLAY "LOANHIST.DAT not available - status "
                       RU-HISTFILE-STATUS " - no loans counted."
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-COUNT-ONE-COURSE THRU 2100-EXIT
               VARYING RU-COURSE-IX FROM 1 BY 1
               UNTIL RU-COURSE-IX > RU-COURSE-USED
           CLOSE LoanHistFile.
       2000-EXIT.
           EXIT.

       2100-COUNT-ONE-COURSE.
           PERFORM 2200-COUNT-ONE-TEXT THRU 2200-EXIT
               VARYING RU-TEXT-IX FROM 1 BY 1
               UNTIL RU-TEXT-IX > RU-CT-TEXT-COUNT (RU-COURSE-IX).
       2100-EXIT.
           EXIT.

       2200-COUNT-ONE-TEXT.
           MOVE "N" TO RU-EOF-SWITCH
           MOVE RU-CT-BOOK-ID (RU-COURSE-IX RU-TEXT-IX) TO LH-BOOK-ID
           MOVE RU-CT-START (RU-COURSE-IX) TO LH-EVENT-DATE
           MOVE ZEROS TO LH-EVENT-TIME
           START LoanHistFile KEY NOT < LH-HISTORY-KEY
               INVALID KEY
                   GO TO 2200-EXIT
           END-START
           PERFORM 2300-COUNT-ONE-EVENT THRU 2300-EXIT
               UNTIL RU-FILE-EOF.
       2200-EXIT.
           EXIT.

       2300-COUNT-ONE-EVENT.
           READ LoanHistFile NEXT RECORD
               AT END
                   SET RU-FILE-EOF TO TRUE
                   GO TO 2300-EXIT
           END-READ
           IF LH-BOOK-ID NOT = RU-CT-BOOK-ID (RU-COURSE-IX RU-TEXT-IX)
               OR LH-EVENT-DATE > RU-CT-END (RU-COURSE-IX)
               SET RU-FILE-EOF TO TRUE
               GO TO 2300-EXIT
           END-IF
           IF NOT LH-LOAN-EVENT
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO RU-CT-LOANS (RU-COURSE-IX RU-TEXT-IX)
           ADD 1 TO RU-EVENT-COUNT
           MOVE LH-EVENT-DATE TO RU-CT-LAST (RU-COURSE-IX RU-TEXT-IX).
       2300-EXIT.
           EXIT.

       3000-PRINT-ONE-COURSE.
           DISPLAY RU-HEADING-1
           DISPLAY "----------------------------------------"
           DISPLAY "Course...: " RU-CT-CODE (RU-COURSE-IX) "  "
                   RU-CT-TITLE (RU-COURSE-IX)
           DISPLAY "Lecturer.: " RU-CT-LECTURER (RU-COURSE-IX)
           EVALUATE RU-CT-STATUS (RU-COURSE-IX)
               WHEN "R"
                   DISPLAY "Term.....: " RU-CT-START (RU-COURSE-IX)
                           " to " RU-CT-END (RU-COURSE-IX)
                           "  (running - term so far)"
               WHEN "E"
                   DISPLAY "Term.....: " RU-CT-START (RU-COURSE-IX)
                           " to " RU-CT-END (RU-COURSE-IX)
                           "  (ended)"
               WHEN OTHER
                   DISPLAY "Term.....: " RU-CT-START (RU-COURSE-IX)
                           " to " RU-CT-END (RU-COURSE-IX)
                           "  (not started)"
           END-EVALUATE
           DISPLAY SPACES
           DISPLAY RU-COLUMN-HEADING
           MOVE ZEROS TO RU-COURSE-LOANS RU-UNUSED-COUNT
           PERFORM 3100-PRINT-ONE-TEXT THRU 3100-EXIT
               VARYING RU-TEXT-IX FROM 1 BY 1
               UNTIL RU-TEXT-IX > RU-CT-TEXT-COUNT (RU-COURSE-IX)
           DISPLAY "----------------------------------------"
           DISPLAY "Set texts................: "
                   RU-CT-TEXT-COUNT (RU-COURSE-IX)
           DISPLAY "Loans in the term........: " RU-COURSE-LOANS
           DISPLAY "Set texts not borrowed...: " RU-UNUSED-COUNT
           DISPLAY SPACES.
       3000-EXIT.
           EXIT.

       3100-PRINT-ONE-TEXT.
           MOVE RU-CT-BOOK-ID (RU-COURSE-IX RU-TEXT-IX)
               TO RU-D-BOOK-ID
           MOVE "(not on the catalog)" TO RU-D-NAME
           IF RU-BOOKS-OPEN
               MOVE RU-D-BOOK-ID TO BK-BOOK-ID
               READ BookFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BK-BOOK-NAME TO RU-D-NAME
               END-READ
           END-IF
           MOVE RU-CT-LOANS (RU-COURSE-IX RU-TEXT-IX) TO RU-D-LOANS
           ADD RU-CT-LOANS (RU-COURSE-IX RU-TEXT-IX)
               TO RU-COURSE-LOANS
           IF RU-CT-LOANS (RU-COURSE-IX RU-TEXT-IX) = ZEROS
               MOVE SPACES TO RU-D-LAST
               MOVE "NOT BORROWED" TO RU-D-FLAG
               ADD 1 TO RU-UNUSED-COUNT
           ELSE
               MOVE RU-CT-LAST (RU-COURSE-IX RU-TEXT-IX) TO RU-D-LAST
               MOVE SPACES TO RU-D-FLAG
           END-IF
           DISPLAY RU-DETAIL-LINE.
       3100-EXIT.
           EXIT.

       4000-TERMINATE.
           IF RU-BOOKS-OPEN
               CLOSE BookFile
           END-IF
           DISPLAY "Courses reported.........: " RU-COURSE-USED
           DISPLAY "Loans counted............: " RU-EVENT-COUNT.
       4000-EXIT.
           EXIT.
