       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WEBEXTR.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  WEBEXTR
      *
      *  Weekly extract for the public website - two feed files for
      *  each branch on BRANCHES.DAT and for the main building:
      *
      *      WNbbb.DAT  new arrivals - every title added to the
      *                 catalog in the last N days, off the add and
      *                 load entries on the BOOKAUD.DAT audit trail,
      *                 in BookId order
      *      WPbbb.DAT  most borrowed - the top N titles by loans
      *                 over a rolling period, off LOANHIST.DAT, the
      *                 most borrowed first
      *
      *  where bbb is the branch code (the main building's blank
      *  code spelled ___, as RPTBURST names its copies).  Each
      *  title carries its author, genre description (GENRES.DAT),
      *  year and what a borrower would find on the shelf today.
      *  A book is listed under the branch BOOKS.DAT holds it at
      *  now, and withdrawn, lost and ILL-parked books are left out
      *  of both feeds.
      *
      *  Each feed has a header (the branch and the window the feed
      *  covers), the detail lines and a trailer with the detail
      *  count, laid out as the GLEXTR journal is.  Every branch
      *  gets both feeds even when there is nothing to list, so the
      *  web page empties rather than going stale.
      *
      *  WEBCTL.DAT is emptied at the start and written last - one
      *  line per feed file with its detail count, then an end line
      *  with the run date and time, the totals and OK, or ERR when
      *  a source file could not be read or a feed not written.  The
      *  web team checks the end line before publishing anything.
      *
      *  The windows come off the WEBOPT.DAT card - days of new
      *  arrivals (default 30), how many most-borrowed titles to
      *  list (default 20, at most 100) and the days of loans they
      *  are counted over (default 90).
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuditFile ASSIGN TO "BOOKAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WX-AUDFILE-STATUS.
           SELECT BookFile ASSIGN TO "BOOKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BK-BOOK-ID
               FILE STATUS IS WX-BOOKFILE-STATUS.
           SELECT GenreFile ASSIGN TO "GENRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GE-GENRE-CODE
               FILE STATUS IS WX-GENFILE-STATUS.
           SELECT BranchFile ASSIGN TO "BRANCHES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BN-BRANCH-CODE
               FILE STATUS IS WX-BRNFILE-STATUS.
           SELECT LoanHistFile ASSIGN TO "LOANHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-HISTORY-KEY
               ALTERNATE RECORD KEY IS LH-BORROWER-NO WITH DUPLICATES
               ALTERNATE RECORD KEY IS LH-EVENT-DATE WITH DUPLICATES
               FILE STATUS IS WX-HISTFILE-STATUS.
           SELECT OptionFile ASSIGN TO "WEBOPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WX-OPTFILE-STATUS.
           SELECT FeedFile ASSIGN TO WX-FEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WX-FEEDFILE-STATUS.
           SELECT ControlFile ASSIGN TO "WEBCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WX-CTLFILE-STATUS.
           SELECT NewSortFile ASSIGN TO "WEBNEW.SRT".
           SELECT PopSortFile ASSIGN TO "WEBPOP.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD AuditFile.
       COPY AUDITREC.

       FD BookFile.
       COPY BOOKREC.

       FD GenreFile.
       COPY GENREREC.

       FD BranchFile.
       COPY BRCHREC.

       FD LoanHistFile.
       COPY LOANHIST.

       FD OptionFile.
       01  WX-OPTION-RECORD.
           05  WX-OPT-NEW-DAYS       PIC 9(03).
           05  WX-OPT-TOP-COUNT      PIC 9(03).
           05  WX-OPT-POP-DAYS       PIC 9(03).

       FD FeedFile.
       01  WX-FEED-RECORD.
           05  WX-F-TYPE             PIC X(01).
               88  WX-F-HEADER       VALUE "H".
               88  WX-F-DETAIL       VALUE "D".
               88  WX-F-TRAILER      VALUE "T".
       01  WX-FEED-HEADER REDEFINES WX-FEED-RECORD.
           05  FILLER                PIC X(01).
           05  WX-FH-FEED            PIC X(01).
           05  WX-FH-BRANCH          PIC X(03).
           05  WX-FH-BRANCH-NAME     PIC X(30).
           05  WX-FH-RUN-DATE        PIC 9(08).
           05  WX-FH-RUN-TIME        PIC 9(08).
           05  WX-FH-WINDOW-FROM     PIC 9(08).
           05  WX-FH-WINDOW-TO       PIC 9(08).
           05  WX-FH-TOP-COUNT       PIC 9(03).
       01  WX-FEED-DETAIL REDEFINES WX-FEED-RECORD.
           05  FILLER                PIC X(01).
           05  WX-FD-RANK            PIC 9(03).
           05  WX-FD-BOOK-ID         PIC 9(07).
           05  WX-FD-TITLE           PIC X(30).
           05  WX-FD-AUTHOR          PIC X(15).
           05  WX-FD-GENRE-DESC      PIC X(30).
           05  WX-FD-YEAR            PIC 9(04).
           05  WX-FD-AVAILABILITY    PIC X(10).
           05  WX-FD-ADDED-DATE      PIC 9(08).
           05  WX-FD-LOANS           PIC 9(05).
       01  WX-FEED-TRAILER REDEFINES WX-FEED-RECORD.
           05  FILLER                PIC X(01).
           05  WX-FT-FEED            PIC X(01).
           05  WX-FT-BRANCH          PIC X(03).
           05  WX-FT-DETAIL-COUNT    PIC 9(07).

       FD ControlFile.
       01  WX-CONTROL-RECORD.
           05  WX-C-TYPE             PIC X(01).
               88  WX-C-FEED-LINE    VALUE "F".
               88  WX-C-END-LINE     VALUE "E".
       01  WX-CONTROL-FEED REDEFINES WX-CONTROL-RECORD.
           05  FILLER                PIC X(01).
           05  WX-CF-FILE-NAME       PIC X(12).
           05  WX-CF-FEED            PIC X(01).
           05  WX-CF-BRANCH          PIC X(03).
           05  WX-CF-DETAIL-COUNT    PIC 9(07).
       01  WX-CONTROL-END REDEFINES WX-CONTROL-RECORD.
           05  FILLER                PIC X(01).
           05  WX-CE-RUN-DATE        PIC 9(08).
           05  WX-CE-RUN-TIME        PIC 9(08).
           05  WX-CE-FILE-COUNT      PIC 9(03).
           05  WX-CE-DETAIL-TOTAL    PIC 9(07).
           05  WX-CE-STATUS          PIC X(03).

       SD NewSortFile.
       01  WX-N-SORT-RECORD.
           05  WX-N-BRANCH           PIC X(03).
           05  WX-N-BOOK-ID          PIC 9(07).
           05  WX-N-ADDED-DATE       PIC 9(08).
           05  WX-N-TITLE            PIC X(30).
           05  WX-N-AUTHOR           PIC X(15).
           05  WX-N-GENRE-DESC       PIC X(30).
           05  WX-N-YEAR             PIC 9(04).
           05  WX-N-AVAILABILITY     PIC X(10).

       SD PopSortFile.
       01  WX-P-SORT-RECORD.
           05  WX-P-BRANCH           PIC X(03).
           05  WX-P-BOOK-ID          PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WX-AUDFILE-STATUS         PIC X(02).
           88  WX-AUDFILE-OK         VALUE "00".

       01  WX-BOOKFILE-STATUS        PIC X(02).
           88  WX-BOOKFILE-OK        VALUE "00".

       01  WX-GENFILE-STATUS         PIC X(02).
           88  WX-GENFILE-OK         VALUE "00".

       01  WX-BRNFILE-STATUS         PIC X(02).
           88  WX-BRNFILE-OK         VALUE "00".

       01  WX-HISTFILE-STATUS        PIC X(02).
           88  WX-HISTFILE-OK        VALUE "00".

       01  WX-OPTFILE-STATUS         PIC X(02).
           88  WX-OPTFILE-OK         VALUE "00".

       01  WX-FEEDFILE-STATUS        PIC X(02).
           88  WX-FEEDFILE-OK        VALUE "00".

       01  WX-CTLFILE-STATUS         PIC X(02).
           88  WX-CTLFILE-OK         VALUE "00".

       01  WX-EOF-SWITCH             PIC X(01).
           88  WX-FILE-EOF           VALUE "Y".

       01  WX-SORT-EOF-SWITCH        PIC X(01).
           88  WX-SORT-EOF           VALUE "Y".

       01  WX-BOOKS-SWITCH           PIC X(01) VALUE "N".
           88  WX-BOOKS-OPEN         VALUE "Y".

       01  WX-GENRES-SWITCH          PIC X(01) VALUE "N".
           88  WX-GENRES-OPEN        VALUE "Y".

       01  WX-AUDIT-SWITCH           PIC X(01) VALUE "N".
           88  WX-AUDIT-OPEN         VALUE "Y".

       01  WX-HISTORY-SWITCH         PIC X(01) VALUE "N".
           88  WX-HISTORY-OPEN       VALUE "Y".

       01  WX-BOOK-SWITCH            PIC X(01).
           88  WX-BOOK-LISTABLE      VALUE "Y".

      *  Set when a source file could not be read or a feed not
      *  written - the control end line then says ERR.
       01  WX-ERROR-SWITCH           PIC X(01) VALUE "N".
           88  WX-EXTRACT-FAILED     VALUE "Y".

      *  The windows - the WEBOPT.DAT card overrides.
       01  WX-NEW-DAYS               PIC 9(03) VALUE 30.
       01  WX-TOP-COUNT              PIC 9(03) VALUE 20.
       01  WX-POP-DAYS               PIC 9(03) VALUE 90.
       01  WX-TOP-MAX                PIC 9(03) VALUE 100.

       01  WX-SYSTEM-DATE            PIC 9(08).
       01  WX-SYSTEM-TIME            PIC 9(08).
       01  WX-NEW-SINCE              PIC 9(08).
       01  WX-POP-SINCE              PIC 9(08).

      *  Entry 1 is the main building; the rest come off
      *  BRANCHES.DAT in code order, the order the sorts return.
       01  WX-BRANCH-MAX             PIC 9(03) VALUE 50.
       01  WX-BRANCH-TABLE.
           05  WX-BR-ENTRY OCCURS 50 TIMES.
               10  WX-BR-CODE        PIC X(03).
               10  WX-BR-NAME        PIC X(30).
       01  WX-BR-USED                PIC 9(03).
       01  WX-BR-IX                  PIC 9(03).

      *  One branch's most borrowed, kept in rank order as each
      *  title's loans are counted.
       01  WX-TOP-TABLE.
           05  WX-TP-ENTRY OCCURS 100 TIMES.
               10  WX-TP-LOANS       PIC 9(05).
               10  WX-TP-BOOK-ID     PIC 9(07).
               10  WX-TP-TITLE       PIC X(30).
               10  WX-TP-AUTHOR      PIC X(15).
               10  WX-TP-GENRE-DESC  PIC X(30).
               10  WX-TP-YEAR        PIC 9(04).
               10  WX-TP-AVAILABILITY
                                     PIC X(10).
       01  WX-TOP-USED               PIC 9(03).
       01  WX-TOP-IX                 PIC 9(03).
       01  WX-TOP-POS                PIC 9(03).
       01  WX-TOP-LAST               PIC 9(03).
       01  WX-NEXT-IX                PIC 9(03).

       01  WX-CUR-BOOK-ID            PIC 9(07).
       01  WX-CUR-LOANS              PIC 9(05).
       01  WX-LAST-BOOK-ID           PIC 9(07).

       01  WX-GENRE-DESC             PIC X(30).
       01  WX-AVAILABILITY           PIC X(10).
       01  WX-COPIES-OWNED           PIC 9(03).

       01  WX-FEED-NAME              PIC X(12).
       01  WX-FEED-TYPE              PIC X(01).
           88  WX-NEW-ARRIVALS-FEED  VALUE "N".
           88  WX-POPULAR-FEED       VALUE "P".
       01  WX-BRANCH-TOKEN           PIC X(03).
       01  WX-WINDOW-FROM            PIC 9(08).
       01  WX-LIST-COUNT             PIC 9(03).
       01  WX-DETAIL-COUNT           PIC 9(07).

      *  Each feed file's control line waits here until the end.
       01  WX-FEED-LOG-TABLE.
           05  WX-FL-ENTRY OCCURS 100 TIMES.
               10  WX-FL-FILE-NAME   PIC X(12).
               10  WX-FL-FEED        PIC X(01).
               10  WX-FL-BRANCH      PIC X(03).
               10  WX-FL-COUNT       PIC 9(07).
       01  WX-FL-USED                PIC 9(03).
       01  WX-FL-IX                  PIC 9(03).

       01  WX-COUNTERS.
           05  WX-AUDIT-READ         PIC 9(07).
           05  WX-ADDS-FOUND         PIC 9(07).
           05  WX-LOANS-COUNTED      PIC 9(07).
           05  WX-LEFT-OUT           PIC 9(07).
           05  WX-NO-BRANCH          PIC 9(07).
           05  WX-DETAIL-TOTAL       PIC 9(07).

       COPY RUNDATE.

       COPY DATESVCA.

       COPY STEPLOGC.

       01  WX-LOG-LINE.
           05  WX-LG-FILE-NAME       PIC X(14).
           05  WX-LG-BRANCH          PIC X(05).
           05  WX-LG-BRANCH-NAME     PIC X(31).
           05  WX-LG-FEED            PIC X(15).
           05  WX-LG-COUNT           PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "WEB-EXTRACT" TO SL-STEP-NAME
           MOVE "START" TO SL-STEP-ACTION
           CALL "STEP-LOG" USING SL-STEP-LOG-AREA
           END-CALL
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE < 8
               SORT NewSortFile
                   ON ASCENDING KEY WX-N-BRANCH
                   ON ASCENDING KEY WX-N-BOOK-ID
                   ON DESCENDING KEY WX-N-ADDED-DATE
                   INPUT PROCEDURE IS 2000-SELECT-NEW-ARRIVALS
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 2500-WRITE-NEW-FEEDS
                       THRU 2500-EXIT
               SORT PopSortFile
                   ON ASCENDING KEY WX-P-BRANCH
                   ON ASCENDING KEY WX-P-BOOK-ID
                   INPUT PROCEDURE IS 3000-SELECT-LOANS THRU 3000-EXIT
                   OUTPUT PROCEDURE IS 3500-WRITE-POPULAR-FEEDS
                       THRU 3500-EXIT
           END-IF
           PERFORM 4000-TERMINATE THRU 4000-EXIT
           MOVE "WEB-EXTRACT" TO SL-STEP-NAME
           MOVE "STOP" TO SL-STEP-ACTION
           CALL "STEP-LOG" USING SL-STEP-LOG-AREA
           END-CALL
           GOBACK.

       1000-INITIALIZE.
           MOVE ZEROS TO WX-COUNTERS WX-FL-USED
           ACCEPT WX-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WX-SYSTEM-TIME FROM TIME
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           DISPLAY "WEBEXTR  WEBSITE FEED EXTRACT  RUN DATE: "
                   RD-RUN-DATE-DISPLAY
      *    Last week's control file goes first, so a run that dies
      *    part way leaves nothing the web team could publish from.
           OPEN OUTPUT ControlFile
           IF NOT WX-CTLFILE-OK
               DISPLAY "WEBCTL.DAT OPEN failed - status "
                       WX-CTLFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           CLOSE ControlFile
           PERFORM 1100-READ-OPTION-CARD THRU 1100-EXIT
           MOVE "A" TO DS-FUNCTION
           MOVE WX-SYSTEM-DATE TO DS-DATE-1
           COMPUTE DS-DAYS = 0 - WX-NEW-DAYS
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           MOVE DS-DATE-2 TO WX-NEW-SINCE
           MOVE WX-SYSTEM-DATE TO DS-DATE-1
           COMPUTE DS-DAYS = 0 - WX-POP-DAYS
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           MOVE DS-DATE-2 TO WX-POP-SINCE
           DISPLAY "New arrivals since " WX-NEW-SINCE
                   ", top " WX-TOP-COUNT " borrowed since "
                   WX-POP-SINCE "."
           OPEN INPUT BookFile
           IF NOT WX-BOOKFILE-OK
               DISPLAY "BOOKS.DAT OPEN failed - status "
                       WX-BOOKFILE-STATUS "."
               SET WX-EXTRACT-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           SET WX-BOOKS-OPEN TO TRUE
      *    GENRES.DAT is optional - absent, the genre code itself
      *    goes out as the description.
           OPEN INPUT GenreFile
           IF WX-GENFILE-OK
               SET WX-GENRES-OPEN TO TRUE
           END-IF
           PERFORM 1200-LOAD-BRANCHES THRU 1200-EXIT
           OPEN INPUT AuditFile
           IF WX-AUDFILE-OK
               SET WX-AUDIT-OPEN TO TRUE
           ELSE
               DISPLAY "BOOKAUD.DAT OPEN failed - status "
                       WX-AUDFILE-STATUS "."
               SET WX-EXTRACT-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN INPUT LoanHistFile
           IF WX-HISTFILE-OK
               SET WX-HISTORY-OPEN TO TRUE
           ELSE
               DISPLAY "LOANHIST.DAT OPEN failed - status "
                       WX-HISTFILE-STATUS "."
               SET WX-EXTRACT-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY SPACES
           DISPLAY "FEED FILE     BRANCH                               "
                   "FEED              TITLES"
           DISPLAY "----------------------------------------"
                   "----------------------------------------".
       1000-EXIT.
           EXIT.

       1100-READ-OPTION-CARD.
           OPEN INPUT OptionFile
           IF NOT WX-OPTFILE-OK
               GO TO 1100-EXIT
           END-IF
           READ OptionFile
               AT END
                   CLOSE OptionFile
                   GO TO 1100-EXIT
           END-READ
           IF WX-OPT-NEW-DAYS IS NUMERIC
               AND WX-OPT-NEW-DAYS > ZEROS
               MOVE WX-OPT-NEW-DAYS TO WX-NEW-DAYS
           ELSE
               DISPLAY "WEBOPT.DAT new-arrival days not usable -"
                       " 30 assumed."
           END-IF
           IF WX-OPT-TOP-COUNT IS NUMERIC
               AND WX-OPT-TOP-COUNT > ZEROS
               AND WX-OPT-TOP-COUNT NOT > WX-TOP-MAX
               MOVE WX-OPT-TOP-COUNT TO WX-TOP-COUNT
           ELSE
               DISPLAY "WEBOPT.DAT most-borrowed count not usable -"
                       " 20 assumed."
           END-IF
           IF WX-OPT-POP-DAYS IS NUMERIC
               AND WX-OPT-POP-DAYS > ZEROS
               MOVE WX-OPT-POP-DAYS TO WX-POP-DAYS
           ELSE
               DISPLAY "WEBOPT.DAT most-borrowed days not usable -"
                       " 90 assumed."
           END-IF
           CLOSE OptionFile.
       1100-EXIT.
           EXIT.

      *  Without BRANCHES.DAT only the main building's feeds can be
      *  named - books held elsewhere are counted and left out.
       1200-LOAD-BRANCHES.
           MOVE SPACES TO WX-BR-CODE (1)
           MOVE "MAIN BUILDING" TO WX-BR-NAME (1)
           MOVE 1 TO WX-BR-USED
           OPEN INPUT BranchFile
           IF NOT WX-BRNFILE-OK
               DISPLAY "BRANCHES.DAT not available - main building"
                       " feeds only."
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO WX-EOF-SWITCH
           PERFORM 1210-LOAD-ONE-BRANCH THRU 1210-EXIT
               UNTIL WX-FILE-EOF
           CLOSE BranchFile.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-BRANCH.
           READ BranchFile NEXT RECORD
               AT END
                   SET WX-FILE-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF BN-BRANCH-CODE = SPACES
               GO TO 1210-EXIT
           END-IF
           IF WX-BR-USED NOT < WX-BRANCH-MAX
               DISPLAY "Branch table full - branch " BN-BRANCH-CODE
                       " gets no feeds."
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO WX-BR-USED
           MOVE BN-BRANCH-CODE TO WX-BR-CODE (WX-BR-USED)
           MOVE BN-BRANCH-NAME TO WX-BR-NAME (WX-BR-USED).
       1210-EXIT.
           EXIT.

      *****************************************************************
      *  2000-SELECT-NEW-ARRIVALS - every successful add or load on
      *  the audit trail inside the window, for a book still on the
      *  catalog and fit to list.  A book added twice in the window
      *  sorts its latest add first and the rest drop at output.
      *****************************************************************
       2000-SELECT-NEW-ARRIVALS.
           IF NOT WX-AUDIT-OPEN
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO WX-EOF-SWITCH
           PERFORM 2100-SELECT-ONE-ADD THRU 2100-EXIT
               UNTIL WX-FILE-EOF
           CLOSE AuditFile.
       2000-EXIT.
           EXIT.

       2100-SELECT-ONE-ADD.
           READ AuditFile
               AT END
                   SET WX-FILE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WX-AUDIT-READ
           IF AD-TXN-CODE NOT = "A" AND AD-TXN-CODE NOT = "L"
               GO TO 2100-EXIT
           END-IF
           IF AD-RESULT NOT = "S"
               OR AD-RUN-DATE < WX-NEW-SINCE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WX-ADDS-FOUND
           MOVE AD-BOOK-ID TO BK-BOOK-ID
           PERFORM 5000-DESCRIBE-BOOK THRU 5000-EXIT
           IF NOT WX-BOOK-LISTABLE
               ADD 1 TO WX-LEFT-OUT
               GO TO 2100-EXIT
           END-IF
           MOVE BK-BRANCH        TO WX-N-BRANCH
           MOVE BK-BOOK-ID       TO WX-N-BOOK-ID
           MOVE AD-RUN-DATE      TO WX-N-ADDED-DATE
           MOVE BK-BOOK-NAME     TO WX-N-TITLE
           MOVE BK-BOOK-AUTHOR   TO WX-N-AUTHOR
           MOVE WX-GENRE-DESC    TO WX-N-GENRE-DESC
           MOVE BK-BOOK-YEAR     TO WX-N-YEAR
           MOVE WX-AVAILABILITY  TO WX-N-AVAILABILITY
           RELEASE WX-N-SORT-RECORD.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2500-WRITE-NEW-FEEDS - one new-arrivals feed per branch in
      *  the table, each taking the sorted titles for its code.
      *  Titles for a code not in the table are counted and left.
      *****************************************************************
       2500-WRITE-NEW-FEEDS.
           MOVE "N" TO WX-SORT-EOF-SWITCH
           PERFORM 2900-RETURN-NEW THRU 2900-EXIT
           SET WX-NEW-ARRIVALS-FEED TO TRUE
           PERFORM 2600-NEW-FEED-ONE-BRANCH THRU 2600-EXIT
               VARYING WX-BR-IX FROM 1 BY 1
               UNTIL WX-BR-IX > WX-BR-USED
           PERFORM 2700-SKIP-NEW THRU 2700-EXIT
               UNTIL WX-SORT-EOF.
       2500-EXIT.
           EXIT.

       2600-NEW-FEED-ONE-BRANCH.
           PERFORM 2700-SKIP-NEW THRU 2700-EXIT
               UNTIL WX-SORT-EOF
                  OR WX-N-BRANCH NOT < WX-BR-CODE (WX-BR-IX)
           MOVE WX-NEW-SINCE TO WX-WINDOW-FROM
           MOVE ZEROS TO WX-LIST-COUNT
           PERFORM 6000-OPEN-FEED THRU 6000-EXIT
           MOVE ZEROS TO WX-LAST-BOOK-ID
           PERFORM 2800-WRITE-NEW-TITLE THRU 2800-EXIT
               UNTIL WX-SORT-EOF
                  OR WX-N-BRANCH NOT = WX-BR-CODE (WX-BR-IX)
           PERFORM 6200-CLOSE-FEED THRU 6200-EXIT.
       2600-EXIT.
           EXIT.

       2700-SKIP-NEW.
           ADD 1 TO WX-NO-BRANCH
           PERFORM 2900-RETURN-NEW THRU 2900-EXIT.
       2700-EXIT.
           EXIT.

       2800-WRITE-NEW-TITLE.
           IF WX-N-BOOK-ID = WX-LAST-BOOK-ID
               PERFORM 2900-RETURN-NEW THRU 2900-EXIT
               GO TO 2800-EXIT
           END-IF
           MOVE WX-N-BOOK-ID TO WX-LAST-BOOK-ID
           MOVE SPACES TO WX-FEED-RECORD
           SET WX-F-DETAIL TO TRUE
           MOVE ZEROS             TO WX-FD-RANK WX-FD-LOANS
           MOVE WX-N-BOOK-ID      TO WX-FD-BOOK-ID
           MOVE WX-N-TITLE        TO WX-FD-TITLE
           MOVE WX-N-AUTHOR       TO WX-FD-AUTHOR
           MOVE WX-N-GENRE-DESC   TO WX-FD-GENRE-DESC
           MOVE WX-N-YEAR         TO WX-FD-YEAR
           MOVE WX-N-AVAILABILITY TO WX-FD-AVAILABILITY
           MOVE WX-N-ADDED-DATE   TO WX-FD-ADDED-DATE
           PERFORM 6100-WRITE-DETAIL THRU 6100-EXIT
           PERFORM 2900-RETURN-NEW THRU 2900-EXIT.
       2800-EXIT.
           EXIT.

       2900-RETURN-NEW.
           RETURN NewSortFile
               AT END
                   SET WX-SORT-EOF TO TRUE
           END-RETURN.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *  3000-SELECT-LOANS - every loan since the start of the
      *  rolling period, off the event-date key.  Renewals and
      *  returns do not count as borrowing.
      *****************************************************************
       3000-SELECT-LOANS.
           IF NOT WX-HISTORY-OPEN
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO WX-EOF-SWITCH
           MOVE WX-POP-SINCE TO LH-EVENT-DATE
           START LoanHistFile KEY NOT < LH-EVENT-DATE
               INVALID KEY
                   SET WX-FILE-EOF TO TRUE
           END-START
           PERFORM 3100-SELECT-ONE-LOAN THRU 3100-EXIT
               UNTIL WX-FILE-EOF
           CLOSE LoanHistFile.
       3000-EXIT.
           EXIT.

       3100-SELECT-ONE-LOAN.
           READ LoanHistFile NEXT RECORD
               AT END
                   SET WX-FILE-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF NOT LH-LOAN-EVENT
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WX-LOANS-COUNTED
           MOVE LH-BRANCH  TO WX-P-BRANCH
           MOVE LH-BOOK-ID TO WX-P-BOOK-ID
           RELEASE WX-P-SORT-RECORD.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3500-WRITE-POPULAR-FEEDS - the loans come back by branch
      *  and book.  Each title's count is ranked into the branch's
      *  table as it closes, and the table goes out as the branch's
      *  most-borrowed feed.  Ties keep the lower BookId first.
      *****************************************************************
       3500-WRITE-POPULAR-FEEDS.
           MOVE "N" TO WX-SORT-EOF-SWITCH
           PERFORM 3900-RETURN-LOAN THRU 3900-EXIT
           SET WX-POPULAR-FEED TO TRUE
           PERFORM 3600-POP-FEED-ONE-BRANCH THRU 3600-EXIT
               VARYING WX-BR-IX FROM 1 BY 1
               UNTIL WX-BR-IX > WX-BR-USED
           PERFORM 3650-SKIP-LOAN THRU 3650-EXIT
               UNTIL WX-SORT-EOF.
       3500-EXIT.
           EXIT.

       3600-POP-FEED-ONE-BRANCH.
           PERFORM 3650-SKIP-LOAN THRU 3650-EXIT
               UNTIL WX-SORT-EOF
                  OR WX-P-BRANCH NOT < WX-BR-CODE (WX-BR-IX)
           MOVE ZEROS TO WX-TOP-USED WX-CUR-BOOK-ID WX-CUR-LOANS
           PERFORM 3700-COUNT-ONE-LOAN THRU 3700-EXIT
               UNTIL WX-SORT-EOF
                  OR WX-P-BRANCH NOT = WX-BR-CODE (WX-BR-IX)
           IF WX-CUR-LOANS > ZEROS
               PERFORM 3800-RANK-TITLE THRU 3800-EXIT
           END-IF
           MOVE WX-POP-SINCE TO WX-WINDOW-FROM
           MOVE WX-TOP-COUNT TO WX-LIST-COUNT
           PERFORM 6000-OPEN-FEED THRU 6000-EXIT
           PERFORM 3850-WRITE-POP-TITLE THRU 3850-EXIT
               VARYING WX-TOP-IX FROM 1 BY 1
               UNTIL WX-TOP-IX > WX-TOP-USED
           PERFORM 6200-CLOSE-FEED THRU 6200-EXIT.
       3600-EXIT.
           EXIT.

       3650-SKIP-LOAN.
           ADD 1 TO WX-NO-BRANCH
           PERFORM 3900-RETURN-LOAN THRU 3900-EXIT.
       3650-EXIT.
           EXIT.

       3700-COUNT-ONE-LOAN.
           IF WX-P-BOOK-ID NOT = WX-CUR-BOOK-ID
               IF WX-CUR-LOANS > ZEROS
                   PERFORM 3800-RANK-TITLE THRU 3800-EXIT
               END-IF
               MOVE WX-P-BOOK-ID TO WX-CUR-BOOK-ID
               MOVE ZEROS TO WX-CUR-LOANS
           END-IF
           ADD 1 TO WX-CUR-LOANS
           PERFORM 3900-RETURN-LOAN THRU 3900-EXIT.
       3700-EXIT.
           EXIT.

      *  The title's place is ahead of the first entry with fewer
      *  loans; the entries below move down one and the last drops
      *  off a full table.
       3800-RANK-TITLE.
           ADD 1 WX-TOP-USED GIVING WX-TOP-POS
           PERFORM 3810-FIND-PLACE THRU 3810-EXIT
               VARYING WX-TOP-IX FROM 1 BY 1
               UNTIL WX-TOP-IX > WX-TOP-USED
           IF WX-TOP-POS > WX-TOP-COUNT
               GO TO 3800-EXIT
           END-IF
           MOVE WX-CUR-BOOK-ID TO BK-BOOK-ID
           PERFORM 5000-DESCRIBE-BOOK THRU 5000-EXIT
           IF NOT WX-BOOK-LISTABLE
               ADD 1 TO WX-LEFT-OUT
               GO TO 3800-EXIT
           END-IF
           IF WX-TOP-USED < WX-TOP-COUNT
               MOVE WX-TOP-USED TO WX-TOP-LAST
               ADD 1 TO WX-TOP-USED
           ELSE
               SUBTRACT 1 FROM WX-TOP-COUNT GIVING WX-TOP-LAST
           END-IF
           PERFORM 3820-MOVE-DOWN-ONE THRU 3820-EXIT
               VARYING WX-TOP-IX FROM WX-TOP-LAST BY -1
               UNTIL WX-TOP-IX < WX-TOP-POS
           MOVE WX-CUR-LOANS    TO WX-TP-LOANS (WX-TOP-POS)
           MOVE BK-BOOK-ID      TO WX-TP-BOOK-ID (WX-TOP-POS)
           MOVE BK-BOOK-NAME    TO WX-TP-TITLE (WX-TOP-POS)
           MOVE BK-BOOK-AUTHOR  TO WX-TP-AUTHOR (WX-TOP-POS)
           MOVE WX-GENRE-DESC   TO WX-TP-GENRE-DESC (WX-TOP-POS)
           MOVE BK-BOOK-YEAR    TO WX-TP-YEAR (WX-TOP-POS)
           MOVE WX-AVAILABILITY TO WX-TP-AVAILABILITY (WX-TOP-POS).
       3800-EXIT.
           EXIT.

       3810-FIND-PLACE.
           IF WX-TOP-POS > WX-TOP-USED
               AND WX-TP-LOANS (WX-TOP-IX) < WX-CUR-LOANS
               MOVE WX-TOP-IX TO WX-TOP-POS
           END-IF.
       3810-EXIT.
           EXIT.

       3820-MOVE-DOWN-ONE.
           ADD 1 WX-TOP-IX GIVING WX-NEXT-IX
           MOVE WX-TP-ENTRY (WX-TOP-IX) TO WX-TP-ENTRY (WX-NEXT-IX).
       3820-EXIT.
           EXIT.

       3850-WRITE-POP-TITLE.
           MOVE SPACES TO WX-FEED-RECORD
           SET WX-F-DETAIL TO TRUE
           MOVE WX-TOP-IX                        TO WX-FD-RANK
           MOVE WX-TP-BOOK-ID (WX-TOP-IX)        TO WX-FD-BOOK-ID
           MOVE WX-TP-TITLE (WX-TOP-IX)          TO WX-FD-TITLE
           MOVE WX-TP-AUTHOR (WX-TOP-IX)         TO WX-FD-AUTHOR
           MOVE WX-TP-GENRE-DESC (WX-TOP-IX)     TO WX-FD-GENRE-DESC
           MOVE WX-TP-YEAR (WX-TOP-IX)           TO WX-FD-YEAR
           MOVE WX-TP-AVAILABILITY (WX-TOP-IX)   TO WX-FD-AVAILABILITY
           MOVE ZEROS                            TO WX-FD-ADDED-DATE
           MOVE WX-TP-LOANS (WX-TOP-IX)          TO WX-FD-LOANS
           PERFORM 6100-WRITE-DETAIL THRU 6100-EXIT.
       3850-EXIT.
           EXIT.

       3900-RETURN-LOAN.
           RETURN PopSortFile
               AT END
                   SET WX-SORT-EOF TO TRUE
           END-RETURN.
       3900-EXIT.
           EXIT.

      *****************************************************************
      *  4000-TERMINATE - the control file, written only now that
      *  every feed is closed.
      *****************************************************************
       4000-TERMINATE.
           IF WX-BOOKS-OPEN
               CLOSE BookFile
           END-IF
           IF WX-GENRES-OPEN
               CLOSE GenreFile
           END-IF
           DISPLAY SPACES
           DISPLAY "Audit entries read        " WX-AUDIT-READ
           DISPLAY "Adds in the window        " WX-ADDS-FOUND
           DISPLAY "Loans in the period       " WX-LOANS-COUNTED
           DISPLAY "Titles left out (status)  " WX-LEFT-OUT
           DISPLAY "Entries for no branch     " WX-NO-BRANCH
           DISPLAY "Feed titles written       " WX-DETAIL-TOTAL
           IF WX-NO-BRANCH > ZEROS AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN OUTPUT ControlFile
           IF NOT WX-CTLFILE-OK
               DISPLAY "WEBCTL.DAT OPEN failed - status "
                       WX-CTLFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-WRITE-CONTROL-LINE THRU 4100-EXIT
               VARYING WX-FL-IX FROM 1 BY 1
               UNTIL WX-FL-IX > WX-FL-USED
           MOVE SPACES TO WX-CONTROL-RECORD
           SET WX-C-END-LINE TO TRUE
           MOVE WX-SYSTEM-DATE  TO WX-CE-RUN-DATE
           MOVE WX-SYSTEM-TIME  TO WX-CE-RUN-TIME
           MOVE WX-FL-USED      TO WX-CE-FILE-COUNT
           MOVE WX-DETAIL-TOTAL TO WX-CE-DETAIL-TOTAL
           IF WX-EXTRACT-FAILED
               MOVE "ERR" TO WX-CE-STATUS
           ELSE
               MOVE "OK" TO WX-CE-STATUS
           END-IF
           WRITE WX-CONTROL-RECORD
           CLOSE ControlFile
           DISPLAY "WEBCTL.DAT written - " WX-FL-USED
                   " feed files, status " WX-CE-STATUS ".".
       4000-EXIT.
           EXIT.

       4100-WRITE-CONTROL-LINE.
           MOVE SPACES TO WX-CONTROL-RECORD
           SET WX-C-FEED-LINE TO TRUE
           MOVE WX-FL-FILE-NAME (WX-FL-IX) TO WX-CF-FILE-NAME
           MOVE WX-FL-FEED (WX-FL-IX)      TO WX-CF-FEED
           MOVE WX-FL-BRANCH (WX-FL-IX)    TO WX-CF-BRANCH
           MOVE WX-FL-COUNT (WX-FL-IX)     TO WX-CF-DETAIL-COUNT
           WRITE WX-CONTROL-RECORD.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  5000-DESCRIBE-BOOK - the current catalog record for
      *  BK-BOOK-ID, whether it may be listed at all, its genre
      *  description and what a borrower would find today.
      *****************************************************************
       5000-DESCRIBE-BOOK.
           MOVE "N" TO WX-BOOK-SWITCH
           READ BookFile
               INVALID KEY
                   GO TO 5000-EXIT
           END-READ
           IF BK-WITHDRAWN OR BK-LOST OR BK-ON-ILL
               GO TO 5000-EXIT
           END-IF
           SET WX-BOOK-LISTABLE TO TRUE
           MOVE BK-BOOK-GENRE TO WX-GENRE-DESC
           IF WX-GENRES-OPEN AND BK-BOOK-GENRE NOT = SPACES
               MOVE BK-BOOK-GENRE TO GE-GENRE-CODE
               READ GenreFile
                   NOT INVALID KEY
                       MOVE GE-GENRE-DESC TO WX-GENRE-DESC
               END-READ
           END-IF
           MOVE BK-COPIES-OWNED TO WX-COPIES-OWNED
           IF WX-COPIES-OWNED = ZEROS
               MOVE 1 TO WX-COPIES-OWNED
           END-IF
           EVALUATE TRUE
               WHEN BK-IN-REPAIR
                   MOVE "IN REPAIR" TO WX-AVAILABILITY
               WHEN BK-ON-RESERVE
                   MOVE "ON RESERVE" TO WX-AVAILABILITY
               WHEN BK-COPIES-OUT < WX-COPIES-OWNED
                   MOVE "AVAILABLE" TO WX-AVAILABILITY
               WHEN OTHER
                   MOVE "ON LOAN" TO WX-AVAILABILITY
           END-EVALUATE.
       5000-EXIT.
           EXIT.

      *****************************************************************
      *  6000-OPEN-FEED - a feed file for the branch in the table at
      *  WX-BR-IX and the feed in WX-FEED-TYPE, with its header.
      *  The caller sets the window start and the list length.
      *****************************************************************
       6000-OPEN-FEED.
           MOVE WX-BR-CODE (WX-BR-IX) TO WX-BRANCH-TOKEN
           INSPECT WX-BRANCH-TOKEN REPLACING ALL SPACE BY "_"
           MOVE SPACES TO WX-FEED-NAME
           STRING "W"             DELIMITED BY SIZE
                  WX-FEED-TYPE    DELIMITED BY SIZE
                  WX-BRANCH-TOKEN DELIMITED BY SIZE
                  ".DAT"          DELIMITED BY SIZE
               INTO WX-FEED-NAME
           MOVE ZEROS TO WX-DETAIL-COUNT
           OPEN OUTPUT FeedFile
           IF NOT WX-FEEDFILE-OK
               DISPLAY "Feed file " WX-FEED-NAME " not opened -"
                       " status " WX-FEEDFILE-STATUS "."
               SET WX-EXTRACT-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF
           MOVE SPACES TO WX-FEED-RECORD
           SET WX-F-HEADER TO TRUE
           MOVE WX-FEED-TYPE           TO WX-FH-FEED
           MOVE WX-BR-CODE (WX-BR-IX)  TO WX-FH-BRANCH
           MOVE WX-BR-NAME (WX-BR-IX)  TO WX-FH-BRANCH-NAME
           MOVE WX-SYSTEM-DATE         TO WX-FH-RUN-DATE
           MOVE WX-SYSTEM-TIME         TO WX-FH-RUN-TIME
           MOVE WX-WINDOW-FROM         TO WX-FH-WINDOW-FROM
           MOVE WX-SYSTEM-DATE         TO WX-FH-WINDOW-TO
           MOVE WX-LIST-COUNT          TO WX-FH-TOP-COUNT
           WRITE WX-FEED-RECORD.
       6000-EXIT.
           EXIT.

       6100-WRITE-DETAIL.
           IF NOT WX-FEEDFILE-OK
               GO TO 6100-EXIT
           END-IF
           WRITE WX-FEED-RECORD
           IF NOT WX-FEEDFILE-OK
               DISPLAY "Feed file " WX-FEED-NAME " WRITE failed -"
                       " status " WX-FEEDFILE-STATUS "."
               SET WX-EXTRACT-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO 6100-EXIT
           END-IF
           ADD 1 TO WX-DETAIL-COUNT.
       6100-EXIT.
           EXIT.

       6200-CLOSE-FEED.
           IF WX-FEEDFILE-OK
               MOVE SPACES TO WX-FEED-RECORD
               SET WX-F-TRAILER TO TRUE
               MOVE WX-FEED-TYPE          TO WX-FT-FEED
               MOVE WX-BR-CODE (WX-BR-IX) TO WX-FT-BRANCH
               MOVE WX-DETAIL-COUNT       TO WX-FT-DETAIL-COUNT
               WRITE WX-FEED-RECORD
               CLOSE FeedFile
           END-IF
           ADD WX-DETAIL-COUNT TO WX-DETAIL-TOTAL
           IF WX-FL-USED < 100
               ADD 1 TO WX-FL-USED
               MOVE WX-FEED-NAME TO WX-FL-FILE-NAME (WX-FL-USED)
               MOVE WX-FEED-TYPE TO WX-FL-FEED (WX-FL-USED)
               MOVE WX-BR-CODE (WX-BR-IX)
                                 TO WX-FL-BRANCH (WX-FL-USED)
               MOVE WX-DETAIL-COUNT TO WX-FL-COUNT (WX-FL-USED)
           END-IF
           MOVE WX-FEED-NAME          TO WX-LG-FILE-NAME
           MOVE WX-BR-CODE (WX-BR-IX) TO WX-LG-BRANCH
           MOVE WX-BR-NAME (WX-BR-IX) TO WX-LG-BRANCH-NAME
           IF WX-NEW-ARRIVALS-FEED
               MOVE "NEW ARRIVALS" TO WX-LG-FEED
           ELSE
               MOVE "MOST BORROWED" TO WX-LG-FEED
           END-IF
           MOVE WX-DETAIL-COUNT       TO WX-LG-COUNT
           DISPLAY WX-LOG-LINE.
       6200-EXIT.
           EXIT.
