       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASSETREG.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  ASSETREG
      *
      *  Annual fixed-asset register of the collection, so finance
      *  can carry the stock as a depreciating asset instead of at
      *  BOOKVAL's purchase price forever.  For a keyed year (blank
      *  = the current year) every title on BOOKS.DAT is listed with
      *
      *      COST     unit price times copies owned, converted to
      *               local through RATE-SVC as BOOKVAL does
      *      CHARGE   the year's depreciation
      *      ACC DEP  depreciation accumulated to the year end
      *      NBV      cost less accumulated depreciation
      *
      *  grouped by genre and, within genre, by branch with
      *  subtotals at each break, a grand total, and a closing
      *  summary by branch.  Life and method come from the
      *  DEPRSCHD.DAT schedule (see DEPRMNT) for the book's genre,
      *  or its *DEFAULT line; a genre with neither is carried at
      *  cost, flagged NOSC, and the run ends with return code 4.
      *
      *  A book is depreciated from the year it was first added to
      *  the catalog - its earliest successful A or L record on
      *  BOOKAUD.DAT - with a full year's charge in that year.  A
      *  book whose add is no longer on the trail (cut by AUDCUT,
      *  or loaded before the trail) uses its publication year,
      *  marked * beside the year.  Books added after the year are
      *  left out.
      *
      *  A book that went lost or withdrawn during the year is a
      *  disposal, flagged DISP: no charge in the year of disposal,
      *  and its remaining net book value is written off.  One that
      *  went before the year is gone from the register.  Run it
      *  before the year-end BOOKARCH purge removes the withdrawn
      *  books from the catalog.
      *
      *  The year's charge and the disposals also go to GLDEPR.DAT
      *  in GLEXTR's GLJRNL.DAT layout - source DEP for a charge,
      *  DNB for a disposal at net book value, the account from
      *  GLMAP.DAT by genre and the period the year's December -
      *  closed with the same control-total trailer, so the charge
      *  posts without re-keying.  It is a file of its own so the
      *  run never overwrites a month-end extract not yet handed
      *  to finance.  The register lands on a dated print file
      *  (FAyyyymmdd.RPT) registered on RPTREG.DAT like BOOKVAL's.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program, introduced with the
      *                  fixed-asset register.
      *  2026-10-15  jg  Registers with a blank branch - the
      *                  register is one combined report.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BookFile ASSIGN TO "BOOKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BK-BOOK-ID
               FILE STATUS IS FX-BOOKFILE-STATUS.
           SELECT AuditFile ASSIGN TO "BOOKAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-AUDITFILE-STATUS.
           SELECT DeprFile ASSIGN TO "DEPRSCHD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-GENRE
               FILE STATUS IS FX-DEPRFILE-STATUS.
           SELECT GlMapFile ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-GENRE
               FILE STATUS IS FX-MAPFILE-STATUS.
           SELECT JournalFile ASSIGN TO "GLDEPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-JRNLFILE-STATUS.
           SELECT WorkFile ASSIGN TO "ASSETREG.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-WORKFILE-STATUS.
           SELECT PrintFile ASSIGN TO FX-PRINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-PRINTFILE-STATUS.
           SELECT SortFile ASSIGN TO "ASSETREG.SRT".
           SELECT RegSortFile ASSIGN TO "ASSETRG2.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD BookFile.
       COPY BOOKREC.

       FD AuditFile.
       COPY AUDITREC.

       FD DeprFile.
       COPY DEPRREC.

       FD GlMapFile.
       COPY GLMAPREC.

       FD JournalFile.
       01  FX-JOURNAL-LINE.
           05  FX-J-TYPE             PIC X(01).
       01  FX-JOURNAL-DETAIL REDEFINES FX-JOURNAL-LINE.
           05  FILLER                PIC X(01).
           05  FX-JD-SOURCE          PIC X(03).
           05  FX-JD-ACCOUNT         PIC X(08).
           05  FX-JD-PERIOD          PIC 9(06).
           05  FX-JD-REFERENCE       PIC 9(07).
           05  FX-JD-AMOUNT          PIC 9(09)V99.
           05  FX-JD-FUND            PIC X(06).
       01  FX-JOURNAL-TRAILER REDEFINES FX-JOURNAL-LINE.
           05  FILLER                PIC X(01).
           05  FX-JT-RUN-DATE        PIC 9(08).
           05  FX-JT-RUN-TIME        PIC 9(08).
           05  FX-JT-LINE-COUNT      PIC 9(07).
           05  FX-JT-TOTAL-AMOUNT    PIC 9(11)V99.

      *  One valued title, between the two sorts.
       FD WorkFile.
       01  FX-WORK-RECORD.
           05  FX-W-GENRE            PIC X(10).
           05  FX-W-BRANCH           PIC X(03).
           05  FX-W-BOOK-ID          PIC 9(07).
           05  FX-W-BOOK-NAME        PIC X(30).
           05  FX-W-IN-SERVICE       PIC 9(04).
           05  FX-W-ESTIMATED        PIC X(01).
           05  FX-W-NOTE             PIC X(04).
               88  FX-W-DISPOSAL     VALUE "DISP".
           05  FX-W-COST             PIC 9(09)V99.
           05  FX-W-CHARGE           PIC 9(09)V99.
           05  FX-W-ACCUM            PIC 9(09)V99.
           05  FX-W-NBV              PIC 9(09)V99.

       FD PrintFile.
       01  FX-PRINT-RECORD           PIC X(80).

      *  Each book's adds from the trail (type A) ahead of the book
      *  itself (type B), so the earliest add date is in hand when
      *  the book comes back.
       SD SortFile.
       01  FX-SORT-RECORD.
           05  FX-S-BOOK-ID          PIC 9(07).
           05  FX-S-TYPE             PIC X(01).
               88  FX-S-ADD          VALUE "A".
               88  FX-S-BOOK         VALUE "B".
           05  FX-S-DATE             PIC 9(08).
           05  FX-S-BOOK-DATA        PIC X(113).

       SD RegSortFile.
       01  FX-REG-SORT-RECORD.
           05  FX-R-GENRE            PIC X(10).
           05  FX-R-BRANCH           PIC X(03).
           05  FX-R-BOOK-ID          PIC 9(07).
           05  FX-R-REST             PIC X(83).

       WORKING-STORAGE SECTION.
       01  FX-BOOKFILE-STATUS        PIC X(02).
           88  FX-BOOKFILE-OK        VALUE "00".

       01  FX-AUDITFILE-STATUS       PIC X(02).
           88  FX-AUDITFILE-OK       VALUE "00".

       01  FX-DEPRFILE-STATUS        PIC X(02).
           88  FX-DEPRFILE-OK        VALUE "00".

       01  FX-MAPFILE-STATUS         PIC X(02).
           88  FX-MAPFILE-OK         VALUE "00".

       01  FX-JRNLFILE-STATUS        PIC X(02).
           88  FX-JRNLFILE-OK        VALUE "00".

       01  FX-WORKFILE-STATUS        PIC X(02).
           88  FX-WORKFILE-OK        VALUE "00".

       01  FX-PRINTFILE-STATUS       PIC X(02).
           88  FX-PRINTFILE-OK       VALUE "00".

       01  FX-EOF-SWITCH             PIC X(01).
           88  FX-FILE-EOF           VALUE "Y".

       01  FX-SORTFILE-EOF-SWITCH    PIC X(01).
           88  FX-SORTFILE-EOF       VALUE "Y".

       01  FX-DEPR-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  FX-DEPR-OPEN          VALUE "Y".

       01  FX-MAPFILE-OPEN-SWITCH    PIC X(01) VALUE "N".
           88  FX-MAPFILE-OPEN       VALUE "Y".

       01  FX-PRINT-OPEN-SWITCH      PIC X(01) VALUE "N".
           88  FX-PRINT-OPEN         VALUE "Y".

       01  FX-SCHEDULE-SWITCH        PIC X(01).
           88  FX-SCHEDULE-FOUND     VALUE "Y".

       01  FX-FIRST-RECORD-SWITCH    PIC X(01) VALUE "Y".
           88  FX-FIRST-RECORD       VALUE "Y".

       01  FX-YEAR-ENTRY             PIC X(04).
       01  FX-YEAR-ENTRY-N REDEFINES FX-YEAR-ENTRY
                                     PIC 9(04).
       01  FX-FISCAL-YEAR            PIC 9(04).
       01  FX-JOURNAL-PERIOD         PIC 9(06).
       01  FX-RUN-DATE               PIC 9(08).
       01  FX-PRINT-NAME             PIC X(16).
       01  FX-PRINT-LINE-COUNT       PIC 9(07) VALUE ZEROS.

      *  The earliest add for the book in hand, from the type A
      *  sort records ahead of it.
       01  FX-CURRENT-BOOK-ID        PIC 9(07).
       01  FX-FIRST-ADD-DATE         PIC 9(08).

       01  FX-ADD-YEAR               PIC 9(04).
       01  FX-STATUS-YEAR            PIC 9(04).
       01  FX-COPIES                 PIC 9(03).
       01  FX-COST                   PIC 9(09)V99.
       01  FX-LIFE                   PIC 9(02).
       01  FX-METHOD                 PIC X(01).
       01  FX-YEARS                  PIC S9(04).
       01  FX-YEARS-BEFORE           PIC S9(04).
       01  FX-YEARS-TO-END           PIC S9(04).
       01  FX-YEAR-IX                PIC 9(04).
       01  FX-ACCUM                  PIC 9(09)V99.
       01  FX-ACCUM-BEFORE           PIC 9(09)V99.
       01  FX-NBV-WORK               PIC 9(09)V99.
       01  FX-YEAR-WRITE-DOWN        PIC 9(09)V99.

       01  FX-WORK-AMOUNT            PIC 9(09)V99.
       01  FX-WORK-SOURCE            PIC X(03).
       01  FX-WORK-ACCOUNT           PIC X(08).

       01  FX-PRIOR-GENRE            PIC X(10).
       01  FX-PRIOR-BRANCH           PIC X(03).

       01  FX-BRANCH-TOTALS.
           05  FX-BT-COUNT           PIC 9(05).
           05  FX-BT-COST            PIC 9(11)V99.
           05  FX-BT-CHARGE          PIC 9(11)V99.
           05  FX-BT-ACCUM           PIC 9(11)V99.
           05  FX-BT-NBV             PIC 9(11)V99.
       01  FX-GENRE-TOTALS.
           05  FX-GT-COUNT           PIC 9(05).
           05  FX-GT-COST            PIC 9(11)V99.
           05  FX-GT-CHARGE          PIC 9(11)V99.
           05  FX-GT-ACCUM           PIC 9(11)V99.
           05  FX-GT-NBV             PIC 9(11)V99.
       01  FX-GRAND-TOTALS.
           05  FX-ZT-COUNT           PIC 9(05).
           05  FX-ZT-COST            PIC 9(11)V99.
           05  FX-ZT-CHARGE          PIC 9(11)V99.
           05  FX-ZT-ACCUM           PIC 9(11)V99.
           05  FX-ZT-NBV             PIC 9(11)V99.

      *  Totals by branch across every genre, for the closing
      *  summary.
       01  FX-SUMMARY-MAX            PIC 9(03) VALUE 50.
       01  FX-SUMMARY-TABLE.
           05  FX-SUMMARY-ENTRY OCCURS 50 TIMES.
               10  FX-SM-BRANCH      PIC X(03).
               10  FX-SM-COUNT       PIC 9(05).
               10  FX-SM-COST        PIC 9(11)V99.
               10  FX-SM-CHARGE      PIC 9(11)V99.
               10  FX-SM-ACCUM       PIC 9(11)V99.
               10  FX-SM-NBV         PIC 9(11)V99.
       01  FX-SUMMARY-USED           PIC 9(03) VALUE ZEROS.
       01  FX-SUMMARY-IX             PIC 9(03).
       01  FX-FOUND-IX               PIC 9(03).

       01  FX-DISPOSAL-COUNT         PIC 9(05) VALUE ZEROS.
       01  FX-DISPOSAL-NBV           PIC 9(11)V99 VALUE ZEROS.
       01  FX-NO-SCHEDULE-COUNT      PIC 9(05) VALUE ZEROS.
       01  FX-LINE-COUNT             PIC 9(07) VALUE ZEROS.
       01  FX-TOTAL-AMOUNT           PIC 9(11)V99 VALUE ZEROS.

       COPY RATESVCA.

       COPY RPTREGC.

       COPY RUNDATE.

       COPY STEPLOGC.

       01  FX-HEADING-1.
           05  FILLER                PIC X(10) VALUE "ASSETREG".
           05  FILLER                PIC X(22) VALUE
               "FIXED-ASSET REGISTER".
           05  FILLER                PIC X(06) VALUE "YEAR: ".
           05  FX-H1-YEAR            PIC 9(04).
           05  FILLER                PIC X(12) VALUE "  RUN DATE: ".
           05  FX-H1-DATE            PIC X(10).

       01  FX-HEADING-2.
           05  FILLER                PIC X(08) VALUE "BOOK ID".
           05  FILLER                PIC X(19) VALUE "TITLE".
           05  FILLER                PIC X(07) VALUE "IN SVC".
           05  FILLER                PIC X(11) VALUE "      COST".
           05  FILLER                PIC X(10) VALUE "   CHARGE".
           05  FILLER                PIC X(11) VALUE "   ACC DEP".
           05  FILLER                PIC X(11) VALUE "       NBV".

       01  FX-GENRE-LINE.
           05  FILLER                PIC X(07) VALUE "GENRE: ".
           05  FX-GL-GENRE           PIC X(10).
           05  FILLER                PIC X(11) VALUE "   BRANCH: ".
           05  FX-GL-BRANCH          PIC X(04).

       01  FX-DETAIL-LINE.
           05  FX-D-ID               PIC 9(07).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  FX-D-NAME             PIC X(18).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  FX-D-IN-SERVICE       PIC 9(04).
           05  FX-D-ESTIMATED        PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  FX-D-COST             PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  FX-D-CHARGE           PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  FX-D-ACCUM            PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  FX-D-NBV              PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  FX-D-NOTE             PIC X(04).

       01  FX-TOTAL-LINE.
           05  FX-T-LABEL            PIC X(18).
           05  FX-T-COUNT            PIC ZZ,ZZ9.
           05  FILLER                PIC X(09) VALUE " title(s)".
           05  FILLER                PIC X(01) VALUE SPACE.
           05  FX-T-COST             PIC ZZZ,ZZZ,ZZ9.99.
           05  FX-T-CHARGE           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  FX-T-ACCUM            PIC ZZZ,ZZZ,ZZ9.99.
           05  FX-T-NBV              PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "ASSET-REG" TO SL-STEP-NAME
           MOVE "START" TO SL-STEP-ACTION
           CALL "STEP-LOG" USING SL-STEP-LOG-AREA
           END-CALL
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZEROS
               SORT SortFile
                   ON ASCENDING KEY FX-S-BOOK-ID
                   ON ASCENDING KEY FX-S-TYPE
                   ON ASCENDING KEY FX-S-DATE
                   INPUT PROCEDURE IS 2000-RELEASE-BOOKS
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-VALUE-BOOKS
                       THRU 3000-EXIT
           END-IF
           IF RETURN-CODE = ZEROS
               SORT RegSortFile
                   ON ASCENDING KEY FX-R-GENRE
                   ON ASCENDING KEY FX-R-BRANCH
                   ON ASCENDING KEY FX-R-BOOK-ID
                   USING WorkFile
                   OUTPUT PROCEDURE IS 4000-PRINT-REGISTER
                       THRU 4000-EXIT
               PERFORM 5000-TERMINATE THRU 5000-EXIT
           END-IF
           IF RETURN-CODE = ZEROS
               MOVE "ASSET-REG" TO SL-STEP-NAME
               MOVE "STOP" TO SL-STEP-ACTION
               CALL "STEP-LOG" USING SL-STEP-LOG-AREA
               END-CALL
           END-IF
           IF FX-NO-SCHEDULE-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INITIALIZE.
           ACCEPT FX-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "Register year (YYYY - blank = this year) : "
                   WITH NO ADVANCING
           ACCEPT FX-YEAR-ENTRY
           IF FX-YEAR-ENTRY = SPACES
               MOVE FX-RUN-DATE (1:4) TO FX-FISCAL-YEAR
           ELSE
               IF FX-YEAR-ENTRY-N NOT NUMERIC
                   OR FX-YEAR-ENTRY-N = ZEROS
                   DISPLAY "Year must be keyed as YYYY."
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
               MOVE FX-YEAR-ENTRY-N TO FX-FISCAL-YEAR
           END-IF
           COMPUTE FX-JOURNAL-PERIOD = FX-FISCAL-YEAR * 100 + 12
           OPEN INPUT DeprFile
           IF FX-DEPRFILE-OK
               SET FX-DEPR-OPEN TO TRUE
           ELSE
               DISPLAY "DEPRSCHD.DAT not available - status "
                       FX-DEPRFILE-STATUS " - every title carried at"
                       " cost (see DEPRMNT)."
           END-IF
           OPEN INPUT GlMapFile
           IF FX-MAPFILE-OK
               SET FX-MAPFILE-OPEN TO TRUE
           ELSE
               DISPLAY "GLMAP.DAT not available - every line posts"
                       " to *UNMAPPED (see GLMAPMNT)."
           END-IF
           OPEN OUTPUT JournalFile
           IF NOT FX-JRNLFILE-OK
               DISPLAY "GLDEPR.DAT OPEN failed - status "
                       FX-JRNLFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT WorkFile
           IF NOT FX-WORKFILE-OK
               DISPLAY "ASSETREG.TMP OPEN failed - status "
                       FX-WORKFILE-STATUS "."
               CLOSE JournalFile
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO FX-PRINT-NAME
           STRING "FA"           DELIMITED BY SIZE
                  FX-RUN-DATE    DELIMITED BY SIZE
                  ".RPT"         DELIMITED BY SIZE
               INTO FX-PRINT-NAME
           OPEN OUTPUT PrintFile
           IF FX-PRINTFILE-OK
               SET FX-PRINT-OPEN TO TRUE
           ELSE
               DISPLAY "Print file " FX-PRINT-NAME " not opened -"
                       " status " FX-PRINTFILE-STATUS " - output"
                       " to SYSOUT only."
           END-IF
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           MOVE RD-RUN-DATE-DISPLAY TO FX-H1-DATE
           MOVE FX-FISCAL-YEAR TO FX-H1-YEAR.
       1000-EXIT.
           EXIT.

       2000-RELEASE-BOOKS.
           OPEN INPUT AuditFile
           IF FX-AUDITFILE-OK
               MOVE "N" TO FX-EOF-SWITCH
               PERFORM 2100-RELEASE-ONE-ADD THRU 2100-EXIT
                   UNTIL FX-FILE-EOF
               CLOSE AuditFile
           ELSE
               DISPLAY "BOOKAUD.DAT not available - every title"
                       " dated from its publication year."
           END-IF
           OPEN INPUT BookFile
           IF NOT FX-BOOKFILE-OK
               DISPLAY "BookFile OPEN failed - status "
                       FX-BOOKFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO FX-EOF-SWITCH
           PERFORM 2200-RELEASE-ONE-BOOK THRU 2200-EXIT
               UNTIL FX-FILE-EOF
           CLOSE BookFile.
       2000-EXIT.
           EXIT.

       2100-RELEASE-ONE-ADD.
           READ AuditFile
               AT END
                   SET FX-FILE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF AD-TXN-CODE NOT = "A" AND AD-TXN-CODE NOT = "L"
               GO TO 2100-EXIT
           END-IF
           IF AD-RESULT NOT = "S"
               GO TO 2100-EXIT
           END-IF
           MOVE SPACES TO FX-SORT-RECORD
           MOVE AD-BOOK-ID  TO FX-S-BOOK-ID
           MOVE "A"         TO FX-S-TYPE
           MOVE AD-RUN-DATE TO FX-S-DATE
           RELEASE FX-SORT-RECORD.
       2100-EXIT.
           EXIT.

       2200-RELEASE-ONE-BOOK.
           READ BookFile NEXT RECORD
               AT END
                   SET FX-FILE-EOF TO TRUE
                   GO TO 2200-EXIT
           END-READ
           MOVE SPACES TO FX-SORT-RECORD
           MOVE BK-BOOK-ID  TO FX-S-BOOK-ID
           MOVE "B"         TO FX-S-TYPE
           MOVE ZEROS       TO FX-S-DATE
           MOVE BK-BOOK-RECORD TO FX-S-BOOK-DATA
           RELEASE FX-SORT-RECORD.
       2200-EXIT.
           EXIT.

       3000-VALUE-BOOKS.
           MOVE ZEROS TO FX-CURRENT-BOOK-ID FX-FIRST-ADD-DATE
           MOVE "N" TO FX-SORTFILE-EOF-SWITCH
           PERFORM 3100-VALUE-ONE-RECORD THRU 3100-EXIT
               UNTIL FX-SORTFILE-EOF
           CLOSE WorkFile.
       3000-EXIT.
           EXIT.

       3100-VALUE-ONE-RECORD.
           RETURN SortFile
               AT END
                   SET FX-SORTFILE-EOF TO TRUE
                   GO TO 3100-EXIT
           END-RETURN
           IF FX-S-BOOK-ID NOT = FX-CURRENT-BOOK-ID
               MOVE FX-S-BOOK-ID TO FX-CURRENT-BOOK-ID
               MOVE ZEROS TO FX-FIRST-ADD-DATE
           END-IF
           IF FX-S-ADD
               IF FX-FIRST-ADD-DATE = ZEROS
                   MOVE FX-S-DATE TO FX-FIRST-ADD-DATE
               END-IF
               GO TO 3100-EXIT
           END-IF
           MOVE FX-S-BOOK-DATA TO BK-BOOK-RECORD
           PERFORM 3200-VALUE-ONE-BOOK THRU 3200-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3200-VALUE-ONE-BOOK - the in-service year, then what the
      *  year means for the book: left out if it arrived later or
      *  was disposed of earlier, a disposal at the net book value
      *  brought forward if it went lost or withdrawn during the
      *  year, otherwise a full year's charge.
      *****************************************************************
       3200-VALUE-ONE-BOOK.
           MOVE SPACES TO FX-WORK-RECORD
           IF FX-FIRST-ADD-DATE > ZEROS
               MOVE FX-FIRST-ADD-DATE (1:4) TO FX-ADD-YEAR
           ELSE
               MOVE "*" TO FX-W-ESTIMATED
               IF BK-BOOK-YEAR IS NUMERIC
                   AND BK-BOOK-YEAR > ZEROS
                   AND BK-BOOK-YEAR NOT > FX-FISCAL-YEAR
                   MOVE BK-BOOK-YEAR TO FX-ADD-YEAR
               ELSE
                   MOVE FX-FISCAL-YEAR TO FX-ADD-YEAR
               END-IF
           END-IF
           IF FX-ADD-YEAR > FX-FISCAL-YEAR
               GO TO 3200-EXIT
           END-IF
           MOVE ZEROS TO FX-STATUS-YEAR
           IF (BK-LOST OR BK-WITHDRAWN)
               AND BK-STATUS-DATE IS NUMERIC
               MOVE BK-STATUS-DATE (1:4) TO FX-STATUS-YEAR
               IF FX-STATUS-YEAR < FX-FISCAL-YEAR
                   GO TO 3200-EXIT
               END-IF
           END-IF
           PERFORM 3300-BOOK-COST THRU 3300-EXIT
           PERFORM 3400-FIND-SCHEDULE THRU 3400-EXIT
           COMPUTE FX-YEARS-BEFORE = FX-FISCAL-YEAR - FX-ADD-YEAR
           IF FX-STATUS-YEAR = FX-FISCAL-YEAR
               MOVE "DISP" TO FX-W-NOTE
               MOVE FX-YEARS-BEFORE TO FX-YEARS-TO-END
           ELSE
               ADD 1 FX-YEARS-BEFORE GIVING FX-YEARS-TO-END
           END-IF
           IF FX-SCHEDULE-FOUND
               MOVE FX-YEARS-BEFORE TO FX-YEARS
               PERFORM 7000-ACCUMULATED THRU 7000-EXIT
               MOVE FX-ACCUM TO FX-ACCUM-BEFORE
               MOVE FX-YEARS-TO-END TO FX-YEARS
               PERFORM 7000-ACCUMULATED THRU 7000-EXIT
           ELSE
               MOVE "NOSC" TO FX-W-NOTE
               ADD 1 TO FX-NO-SCHEDULE-COUNT
               MOVE ZEROS TO FX-ACCUM-BEFORE FX-ACCUM
           END-IF
           MOVE BK-BOOK-GENRE TO FX-W-GENRE
           MOVE BK-BRANCH     TO FX-W-BRANCH
           MOVE BK-BOOK-ID    TO FX-W-BOOK-ID
           MOVE BK-BOOK-NAME  TO FX-W-BOOK-NAME
           MOVE FX-ADD-YEAR   TO FX-W-IN-SERVICE
           MOVE FX-COST       TO FX-W-COST
           MOVE FX-ACCUM      TO FX-W-ACCUM
           SUBTRACT FX-ACCUM-BEFORE FROM FX-ACCUM GIVING FX-W-CHARGE
           SUBTRACT FX-ACCUM FROM FX-COST GIVING FX-W-NBV
           WRITE FX-WORK-RECORD.
       3200-EXIT.
           EXIT.

      *  Price times copies owned - no copies recorded is one, as
      *  everywhere else on the catalog - converted to local the
      *  way BOOKVAL converts, at the run date.
       3300-BOOK-COST.
           IF BK-COPIES-OWNED IS NUMERIC
               AND BK-COPIES-OWNED > ZEROS
               MOVE BK-COPIES-OWNED TO FX-COPIES
           ELSE
               MOVE 1 TO FX-COPIES
           END-IF
           MULTIPLY BK-BOOK-PRICE BY FX-COPIES GIVING FX-COST
           IF BK-CURRENCY = SPACES
               GO TO 3300-EXIT
           END-IF
           MOVE BK-CURRENCY TO RS-CURRENCY
           MOVE FX-RUN-DATE TO RS-AS-OF-DATE
           CALL "RATE-SVC" USING RS-RATE-SVC-AREA
           END-CALL
           IF RS-STATUS NOT = "00"
               DISPLAY "*** NO RATE FOR " BK-CURRENCY " - BOOK "
                       BK-BOOK-ID " VALUED UNCONVERTED ***"
               GO TO 3300-EXIT
           END-IF
           COMPUTE FX-COST ROUNDED = FX-COST * RS-RATE
               ON SIZE ERROR
                   DISPLAY "*** RATE OVERFLOW FOR " BK-CURRENCY
                           " ***"
           END-COMPUTE.
       3300-EXIT.
           EXIT.

      *  The genre's own line, else *DEFAULT, else no schedule.
       3400-FIND-SCHEDULE.
           MOVE "N" TO FX-SCHEDULE-SWITCH
           IF NOT FX-DEPR-OPEN
               GO TO 3400-EXIT
           END-IF
           MOVE BK-BOOK-GENRE TO DP-GENRE
           READ DeprFile
               INVALID KEY
                   MOVE "*DEFAULT" TO DP-GENRE
                   READ DeprFile
                       INVALID KEY
                           GO TO 3400-EXIT
                   END-READ
           END-READ
           MOVE "Y" TO FX-SCHEDULE-SWITCH
           MOVE DP-USEFUL-LIFE TO FX-LIFE
           MOVE DP-METHOD TO FX-METHOD.
       3400-EXIT.
           EXIT.

       4000-PRINT-REGISTER.
           MOVE "N" TO FX-SORTFILE-EOF-SWITCH
           MOVE "Y" TO FX-FIRST-RECORD-SWITCH
           INITIALIZE FX-GRAND-TOTALS
           PERFORM 4100-PRINT-ONE-TITLE THRU 4100-EXIT
               UNTIL FX-SORTFILE-EOF
           IF NOT FX-FIRST-RECORD
               PERFORM 4300-BRANCH-TOTAL THRU 4300-EXIT
               PERFORM 4400-GENRE-TOTAL THRU 4400-EXIT
           END-IF
           PERFORM 4500-GRAND-TOTAL THRU 4500-EXIT.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-TITLE.
           RETURN RegSortFile INTO FX-WORK-RECORD
               AT END
                   SET FX-SORTFILE-EOF TO TRUE
                   GO TO 4100-EXIT
           END-RETURN
           IF FX-FIRST-RECORD
               PERFORM 4200-START-GROUP THRU 4200-EXIT
           ELSE
               IF FX-W-GENRE NOT = FX-PRIOR-GENRE
                   PERFORM 4300-BRANCH-TOTAL THRU 4300-EXIT
                   PERFORM 4400-GENRE-TOTAL THRU 4400-EXIT
                   PERFORM 4200-START-GROUP THRU 4200-EXIT
               ELSE
                   IF FX-W-BRANCH NOT = FX-PRIOR-BRANCH
                       PERFORM 4300-BRANCH-TOTAL THRU 4300-EXIT
                       PERFORM 4200-START-GROUP THRU 4200-EXIT
                   END-IF
               END-IF
           END-IF
           MOVE FX-W-BOOK-ID    TO FX-D-ID
           MOVE FX-W-BOOK-NAME  TO FX-D-NAME
           MOVE FX-W-IN-SERVICE TO FX-D-IN-SERVICE
           MOVE FX-W-ESTIMATED  TO FX-D-ESTIMATED
           MOVE FX-W-COST       TO FX-D-COST
           MOVE FX-W-CHARGE     TO FX-D-CHARGE
           MOVE FX-W-ACCUM      TO FX-D-ACCUM
           MOVE FX-W-NBV        TO FX-D-NBV
           MOVE FX-W-NOTE       TO FX-D-NOTE
           MOVE FX-DETAIL-LINE  TO FX-PRINT-RECORD
           PERFORM 8900-PRINT-ONE-LINE THRU 8900-EXIT
           ADD 1 TO FX-BT-COUNT
           ADD FX-W-COST   TO FX-BT-COST
           ADD FX-W-CHARGE TO FX-BT-CHARGE
           ADD FX-W-ACCUM  TO FX-BT-ACCUM
           ADD FX-W-NBV    TO FX-BT-NBV
           IF FX-W-CHARGE > ZEROS
               MOVE FX-W-CHARGE TO FX-WORK-AMOUNT
               MOVE "DEP" TO FX-WORK-SOURCE
               PERFORM 8200-WRITE-JOURNAL-LINE THRU 8200-EXIT
           END-IF
           IF FX-W-DISPOSAL
               ADD 1 TO FX-DISPOSAL-COUNT
               ADD FX-W-NBV TO FX-DISPOSAL-NBV
               IF FX-W-NBV > ZEROS
                   MOVE FX-W-NBV TO FX-WORK-AMOUNT
                   MOVE "DNB" TO FX-WORK-SOURCE
                   PERFORM 8200-WRITE-JOURNAL-LINE THRU 8200-EXIT
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.

       4200-START-GROUP.
           IF FX-FIRST-RECORD
               OR FX-W-GENRE NOT = FX-PRIOR-GENRE
               INITIALIZE FX-GENRE-TOTALS
           END-IF
           MOVE "N" TO FX-FIRST-RECORD-SWITCH
           MOVE FX-W-GENRE  TO FX-PRIOR-GENRE
           MOVE FX-W-BRANCH TO FX-PRIOR-BRANCH
           INITIALIZE FX-BRANCH-TOTALS
           MOVE FX-W-GENRE TO FX-GL-GENRE
           IF FX-W-BRANCH = SPACES
               MOVE "MAIN" TO FX-GL-BRANCH
           ELSE
               MOVE FX-W-BRANCH TO FX-GL-BRANCH
           END-IF
           MOVE SPACES TO FX-PRINT-RECORD
           PERFORM 8900-PRINT-ONE-LINE THRU 8900-EXIT
           MOVE FX-HEADING-1 TO FX-PRINT-RECORD
           PERFORM 8900-PRINT-ONE-LINE THRU 8900-EXIT
           MOVE FX-GENRE-LINE TO FX-PRINT-RECORD
           PERFORM 8900-PRINT-ONE-LINE THRU 8900-EXIT
           MOVE FX-HEADING-2 TO FX-PRINT-RECORD
           PERFORM 8900-PRINT-ONE-LINE THRU 8900-EXIT.
       4200-EXIT.
           EXIT.

       4300-BRANCH-TOTAL.
           MOVE "  BRANCH TOTAL" TO FX-T-LABEL
           MOVE FX-BT-COUNT  TO FX-T-COUNT
           MOVE FX-BT-COST   TO FX-T-COST
           MOVE FX-BT-CHARGE TO FX-T-CHARGE
           MOVE FX-BT-ACCUM  TO FX-T-ACCUM
           MOVE FX-BT-NBV    TO FX-T-NBV
           MOVE FX-TOTAL-LINE TO FX-PRINT-RECORD
           PERFORM 8900-PRINT-ONE-LINE THRU 8900-EXIT
           ADD FX-BT-COUNT  TO FX-GT-COUNT
           ADD FX-BT-COST   TO FX-GT-COST
           ADD FX-BT-CHARGE TO FX-GT-CHARGE
           ADD FX-BT-ACCUM  TO FX-GT-ACCUM
           ADD FX-BT-NBV    TO FX-GT-NBV
           PERFORM 4600-ADD-TO-SUMMARY THRU 4600-EXIT.
       4300-EXIT.
           EXIT.

       4400-GENRE-TOTAL.
           MOVE "GENRE TOTAL" TO FX-T-LABEL
           MOVE FX-GT-COUNT  TO FX-T-COUNT
           MOVE FX-GT-COST   TO FX-T-COST
           MOVE FX-GT-CHARGE TO FX-T-CHARGE
           MOVE FX-GT-ACCUM  TO FX-T-ACCUM
           MOVE FX-GT-NBV    TO FX-T-NBV
           MOVE FX-TOTAL-LINE TO FX-PRINT-RECORD
           PERFORM 8900-PRINT-ONE-LINE THRU 8900-EXIT
           ADD FX-GT-COUNT  TO FX-ZT-COUNT
           ADD FX-GT-COST   TO FX-ZT-COST
           ADD FX-GT-CHARGE TO FX-ZT-CHARGE
           ADD FX-GT-ACCUM  TO FX-ZT-ACCUM
           ADD FX-GT-NBV    TO FX-ZT-NBV.
       4400-EXIT.
           EXIT.

       4500-GRAND-TOTAL.
           MOVE SPACES TO FX-PRINT-RECORD
           PERFORM 8900-PRINT-ONE-LINE THRU 8900-EXIT
           MOVE "----------------------------------------"
               TO FX-PRINT-RECORD
           PERFORM 8900-PRINT-ONE-LINE THRU 8900-EXIT
           MOVE "GRAND TOTAL" TO FX-T-LABEL
           MOVE FX-ZT-COUNT  TO FX-T-COUNT
           MOVE FX-ZT-COST   TO FX-T-COST
           MOVE FX-ZT-CHARGE TO FX-T-CHARGE
           MOVE FX-ZT-ACCUM  TO FX-T-ACCUM
           MOVE FX-ZT-NBV    TO FX-T-NBV
           MOVE FX-TOTAL-LINE TO FX-PRINT-RECORD
           PERFORM 8900-PRINT-ONE-LINE THRU 8900-EXIT
           MOVE SPACES TO FX-PRINT-RECORD
           PERFORM 8900-PRINT-ONE-LINE THRU 8900-EXIT
           MOVE "SUMMARY BY BRANCH" TO FX-PRINT-RECORD
           PERFORM 8900-PRINT-ONE-LINE THRU 8900-EXIT
           MOVE 1 TO FX-SUMMARY-IX
           PERFORM 4700-PRINT-ONE-SUMMARY THRU 4700-EXIT
               UNTIL FX-SUMMARY-IX > FX-SUMMARY-USED.
       4500-EXIT.
           EXIT.

       4600-ADD-TO-SUMMARY.
           MOVE ZEROS TO FX-FOUND-IX
           MOVE 1 TO FX-SUMMARY-IX
           PERFORM 4610-MATCH-ONE-SUMMARY THRU 4610-EXIT
               UNTIL FX-SUMMARY-IX > FX-SUMMARY-USED
                  OR FX-FOUND-IX > ZEROS
           IF FX-FOUND-IX = ZEROS
               IF FX-SUMMARY-USED NOT < FX-SUMMARY-MAX
                   DISPLAY "Branch summary table full at "
                           FX-SUMMARY-MAX " - branch " FX-PRIOR-BRANCH
                           " left out of the summary."
                   GO TO 4600-EXIT
               END-IF
               ADD 1 TO FX-SUMMARY-USED
               MOVE FX-SUMMARY-USED TO FX-FOUND-IX
               MOVE FX-PRIOR-BRANCH TO FX-SM-BRANCH (FX-FOUND-IX)
               MOVE ZEROS TO FX-SM-COUNT (FX-FOUND-IX)
                             FX-SM-COST (FX-FOUND-IX)
                             FX-SM-CHARGE (FX-FOUND-IX)
                             FX-SM-ACCUM (FX-FOUND-IX)
                             FX-SM-NBV (FX-FOUND-IX)
           END-IF
           ADD FX-BT-COUNT  TO FX-SM-COUNT (FX-FOUND-IX)
           ADD FX-BT-COST   TO FX-SM-COST (FX-FOUND-IX)
           ADD FX-BT-CHARGE TO FX-SM-CHARGE (FX-FOUND-IX)
           ADD FX-BT-ACCUM  TO FX-SM-ACCUM (FX-FOUND-IX)
           ADD FX-BT-NBV    TO FX-SM-NBV (FX-FOUND-IX).
       4600-EXIT.
           EXIT.

       4610-MATCH-ONE-SUMMARY.
           IF FX-SM-BRANCH (FX-SUMMARY-IX) = FX-PRIOR-BRANCH
               MOVE FX-SUMMARY-IX TO FX-FOUND-IX
           END-IF
           ADD 1 TO FX-SUMMARY-IX.
       4610-EXIT.
           EXIT.

       4700-PRINT-ONE-SUMMARY.
           MOVE SPACES TO FX-T-LABEL
           IF FX-SM-BRANCH (FX-SUMMARY-IX) = SPACES
               MOVE "  BRANCH MAIN" TO FX-T-LABEL
           ELSE
               STRING "  BRANCH "  DELIMITED BY SIZE
                      FX-SM-BRANCH (FX-SUMMARY-IX)
                                   DELIMITED BY SIZE
                   INTO FX-T-LABEL
           END-IF
           MOVE FX-SM-COUNT (FX-SUMMARY-IX)  TO FX-T-COUNT
           MOVE FX-SM-COST (FX-SUMMARY-IX)   TO FX-T-COST
           MOVE FX-SM-CHARGE (FX-SUMMARY-IX) TO FX-T-CHARGE
           MOVE FX-SM-ACCUM (FX-SUMMARY-IX)  TO FX-T-ACCUM
           MOVE FX-SM-NBV (FX-SUMMARY-IX)    TO FX-T-NBV
           MOVE FX-TOTAL-LINE TO FX-PRINT-RECORD
           PERFORM 8900-PRINT-ONE-LINE THRU 8900-EXIT
           ADD 1 TO FX-SUMMARY-IX.
       4700-EXIT.
           EXIT.

       5000-TERMINATE.
           MOVE SPACES TO FX-JOURNAL-LINE
           MOVE "T" TO FX-J-TYPE
           MOVE FX-RUN-DATE TO FX-JT-RUN-DATE
           ACCEPT FX-JT-RUN-TIME FROM TIME
           MOVE FX-LINE-COUNT TO FX-JT-LINE-COUNT
           MOVE FX-TOTAL-AMOUNT TO FX-JT-TOTAL-AMOUNT
           WRITE FX-JOURNAL-LINE
           CLOSE JournalFile
           IF FX-DEPR-OPEN
               CLOSE DeprFile
           END-IF
           IF FX-MAPFILE-OPEN
               CLOSE GlMapFile
           END-IF
           MOVE SPACES TO FX-PRINT-RECORD
           PERFORM 8900-PRINT-ONE-LINE THRU 8900-EXIT
           DISPLAY "ASSETREG " FX-FISCAL-YEAR " - " FX-ZT-COUNT
                   " title(s), " FX-DISPOSAL-COUNT " disposal(s), "
                   FX-NO-SCHEDULE-COUNT " without a schedule."
           DISPLAY "Journal lines: " FX-LINE-COUNT ", total "
                   FX-TOTAL-AMOUNT " - trailer written."
           IF FX-PRINT-OPEN
               CLOSE PrintFile
           END-IF
           MOVE "ASSET-REG" TO RG2-REPORT-NAME
           MOVE 1 TO RG2-PAGE-COUNT
           MOVE FX-PRINT-LINE-COUNT TO RG2-LINE-COUNT
           IF FX-PRINT-OPEN
               MOVE FX-PRINT-NAME TO RG2-OUTPUT-NAME
           ELSE
               MOVE "SYSOUT" TO RG2-OUTPUT-NAME
           END-IF
           MOVE SPACES TO RG2-BRANCH
           CALL "RPT-REG" USING RG2-RPT-REG-AREA
           END-CALL.
       5000-EXIT.
           EXIT.

      *****************************************************************
      *  7000-ACCUMULATED - depreciation accumulated on FX-COST after
      *  FX-YEARS full years of a FX-LIFE year life.  Nothing before
      *  the first year; the whole cost once the life is run.
      *****************************************************************
       7000-ACCUMULATED.
           IF FX-YEARS NOT > ZEROS
               MOVE ZEROS TO FX-ACCUM
               GO TO 7000-EXIT
           END-IF
           IF FX-YEARS NOT < FX-LIFE
               MOVE FX-COST TO FX-ACCUM
               GO TO 7000-EXIT
           END-IF
           IF FX-METHOD = "D"
               MOVE FX-COST TO FX-NBV-WORK
               MOVE 1 TO FX-YEAR-IX
               PERFORM 7100-DECLINE-ONE-YEAR THRU 7100-EXIT
                   UNTIL FX-YEAR-IX > FX-YEARS
               SUBTRACT FX-NBV-WORK FROM FX-COST GIVING FX-ACCUM
           ELSE
               COMPUTE FX-ACCUM ROUNDED =
                   FX-COST * FX-YEARS / FX-LIFE
           END-IF.
       7000-EXIT.
           EXIT.

       7100-DECLINE-ONE-YEAR.
           COMPUTE FX-YEAR-WRITE-DOWN ROUNDED =
               FX-NBV-WORK * 2 / FX-LIFE
           IF FX-YEAR-WRITE-DOWN > FX-NBV-WORK
               MOVE FX-NBV-WORK TO FX-YEAR-WRITE-DOWN
           END-IF
           SUBTRACT FX-YEAR-WRITE-DOWN FROM FX-NBV-WORK
           ADD 1 TO FX-YEAR-IX.
       7100-EXIT.
           EXIT.

       8100-MAP-ACCOUNT.
           MOVE "*UNMAPPED" TO FX-WORK-ACCOUNT
           IF NOT FX-MAPFILE-OPEN
               GO TO 8100-EXIT
           END-IF
           MOVE FX-W-GENRE TO GL-GENRE
           READ GlMapFile
               INVALID KEY
                   MOVE "*UNMAPPED" TO GL-GENRE
                   READ GlMapFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE GL-ACCOUNT TO FX-WORK-ACCOUNT
                   END-READ
               NOT INVALID KEY
                   MOVE GL-ACCOUNT TO FX-WORK-ACCOUNT
           END-READ.
       8100-EXIT.
           EXIT.

       8200-WRITE-JOURNAL-LINE.
           PERFORM 8100-MAP-ACCOUNT THRU 8100-EXIT
           MOVE SPACES TO FX-JOURNAL-LINE
           MOVE "D" TO FX-J-TYPE
           MOVE FX-WORK-SOURCE TO FX-JD-SOURCE
           MOVE FX-W-BOOK-ID TO FX-JD-REFERENCE
           MOVE FX-WORK-ACCOUNT TO FX-JD-ACCOUNT
           MOVE FX-JOURNAL-PERIOD TO FX-JD-PERIOD
           MOVE FX-WORK-AMOUNT TO FX-JD-AMOUNT
           MOVE SPACES TO FX-JD-FUND
           WRITE FX-JOURNAL-LINE
           ADD 1 TO FX-LINE-COUNT
           ADD FX-WORK-AMOUNT TO FX-TOTAL-AMOUNT.
       8200-EXIT.
           EXIT.

      *  Every register line shows on SYSOUT and also lands on the
      *  dated print file RPTBROWS can reprint.
       8900-PRINT-ONE-LINE.
           DISPLAY FX-PRINT-RECORD
           IF FX-PRINT-OPEN
               WRITE FX-PRINT-RECORD
           END-IF
           ADD 1 TO FX-PRINT-LINE-COUNT.
       8900-EXIT.
           EXIT.
