       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPTBURST.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  RPTBURST
      *
      *  Report bursting by branch.  BOOKRPT, BOOKDUE, HOLDRPT,
      *  BORRSTMT, SHELFREC, CLAIMRPT and BLOCKRPT (see BURSTWK for
      *  each one's file letter) print their combined listing as
      *  before and hand every line to the BURST-SVC service tagged
      *  with the branch it belongs to; the lines wait on
      *  BURSTWK.DAT.  This step sorts them by report run, branch
      *  and print order and writes one copy per branch - its own
      *  page numbers, the run-date heading with the branch's name,
      *  the recipients from the DISTLIST.DAT distribution list on
      *  the first page, and the branch's own totals - so nobody
      *  splits the pages by hand for each reading room.  Each copy
      *  lands on a dated file named for the report and the branch
      *  (e.g. BEA120261015.RPT, B___20261015.RPT for the main
      *  building) and registers through RPT-REG, so RPTBROWS can
      *  reprint one branch's copy alone.
      *
      *  The copies of each run are balanced against the combined
      *  report's totals the report handed over at end of run; a
      *  run out of balance, or one with no totals because the
      *  report did not finish, ends the step RC=4.  The work file
      *  is emptied once the copies are made.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program, introduced with report
      *                  bursting.
      *  2026-10-15  jg  Header lists CLAIMRPT and BLOCKRPT among the
      *                  reports burst.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BurstWorkFile ASSIGN TO "BURSTWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BZ-WORKFILE-STATUS.
           SELECT DistListFile ASSIGN TO "DISTLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BZ-DISTFILE-STATUS.
           SELECT BranchFile ASSIGN TO "BRANCHES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-BRANCH-CODE
               FILE STATUS IS BZ-BRNFILE-STATUS.
           SELECT CopyFile ASSIGN TO BZ-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BZ-COPYFILE-STATUS.
           SELECT SortFile ASSIGN TO "RPTBURST.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD BurstWorkFile.
       COPY BURSTWK.

       FD DistListFile.
       COPY DISTLIST.

       FD BranchFile.
       COPY BRCHREC.

       FD CopyFile.
       01  BZ-COPY-RECORD            PIC X(80).

      *  The BURSTWK record behind a class byte - the run's header,
      *  column headings and trailer (class 1) sort ahead of its
      *  detail lines (class 2), so the titles and the combined
      *  totals are in hand before the first copy is started.
       SD SortFile.
       01  BZ-SORT-RECORD.
           05  BZ-S-CLASS            PIC X(01).
           05  BZ-S-BURST-DATA.
               10  BZ-S-REPORT-NAME  PIC X(12).
               10  BZ-S-RUN-DATE     PIC 9(08).
               10  BZ-S-RUN-TIME     PIC 9(08).
               10  BZ-S-RECORD-TYPE  PIC X(01).
                   88  BZ-S-HEADER   VALUE "H".
                   88  BZ-S-COLUMN-HEADING
                                     VALUE "C".
                   88  BZ-S-TRAILER  VALUE "T".
               10  BZ-S-FILE-LETTER  PIC X(01).
               10  BZ-S-BRANCH       PIC X(03).
               10  BZ-S-SEQUENCE     PIC 9(07).
               10  BZ-S-GROUP        PIC X(30).
               10  BZ-S-COUNT        PIC 9(05).
               10  BZ-S-AMOUNT       PIC 9(07)V99.
               10  BZ-S-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  BZ-WORKFILE-STATUS        PIC X(02).
           88  BZ-WORKFILE-OK        VALUE "00".
           88  BZ-WORKFILE-NEW       VALUE "35".

       01  BZ-DISTFILE-STATUS        PIC X(02).
           88  BZ-DISTFILE-OK        VALUE "00".

       01  BZ-BRNFILE-STATUS         PIC X(02).
           88  BZ-BRNFILE-OK         VALUE "00".

       01  BZ-COPYFILE-STATUS        PIC X(02).
           88  BZ-COPYFILE-OK        VALUE "00".

       01  BZ-WORKFILE-EOF-SWITCH    PIC X(01) VALUE "N".
           88  BZ-WORKFILE-EOF       VALUE "Y".

       01  BZ-WORKFILE-READ-SWITCH   PIC X(01) VALUE "N".
           88  BZ-WORKFILE-READ      VALUE "Y".

       01  BZ-SORTFILE-EOF-SWITCH    PIC X(01) VALUE "N".
           88  BZ-SORTFILE-EOF       VALUE "Y".

       01  BZ-DISTFILE-EOF-SWITCH    PIC X(01) VALUE "N".
           88  BZ-DISTFILE-EOF       VALUE "Y".

       01  BZ-BRANCHES-SWITCH        PIC X(01) VALUE "N".
           88  BZ-BRANCHES-ON-FILE   VALUE "Y".

       01  BZ-RUN-SWITCH             PIC X(01) VALUE "N".
           88  BZ-RUN-STARTED        VALUE "Y".

       01  BZ-TRAILER-SWITCH         PIC X(01) VALUE "N".
           88  BZ-TRAILER-SEEN       VALUE "Y".

       01  BZ-BRANCH-SWITCH          PIC X(01) VALUE "N".
           88  BZ-BRANCH-STARTED     VALUE "Y".

       01  BZ-COPY-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  BZ-COPY-OPEN          VALUE "Y".

       01  BZ-SYSTEM-DATE            PIC 9(08).

      *  The distribution list, loaded once.
       01  BZ-DIST-LIMIT             PIC 9(03) VALUE 200.
       01  BZ-DIST-COUNT             PIC 9(03) VALUE ZEROS.
       01  BZ-DIST-TABLE.
           05  BZ-DIST-ENTRY         OCCURS 200 TIMES.
               10  BZ-D-REPORT-NAME  PIC X(12).
               10  BZ-D-BRANCH       PIC X(03).
               10  BZ-D-RECIPIENT    PIC X(30).
       01  BZ-DIST-IX                PIC 9(03).
       01  BZ-RECIPIENT-COUNT        PIC 9(03).

      *  The report run being burst.
       01  BZ-RUN-REPORT-NAME        PIC X(12).
       01  BZ-RUN-DATE               PIC 9(08).
       01  BZ-RUN-TIME               PIC 9(08).
       01  BZ-RUN-TITLE              PIC X(30).
       01  BZ-RUN-FILE-LETTER        PIC X(01).
       01  BZ-COLUMN-LIMIT           PIC 9(01) VALUE 5.
       01  BZ-COLUMN-COUNT           PIC 9(01).
       01  BZ-COLUMN-TABLE.
           05  BZ-COLUMN-LINE        PIC X(80) OCCURS 5 TIMES.
       01  BZ-COLUMN-IX              PIC 9(01).
       01  BZ-TOTAL-LABEL            PIC X(30).
       01  BZ-COMBINED-COUNT         PIC 9(07).
       01  BZ-COMBINED-AMOUNT        PIC 9(09)V99.
       01  BZ-SPLIT-COUNT            PIC 9(07).
       01  BZ-SPLIT-AMOUNT           PIC 9(09)V99.
       01  BZ-RUN-COPIES             PIC 9(03).

      *  The branch copy being written.
       01  BZ-CUR-BRANCH             PIC X(03).
       01  BZ-BRANCH-TOKEN           PIC X(03).
       01  BZ-BRANCH-NAME            PIC X(30).
       01  BZ-CUR-GROUP              PIC X(30).
       01  BZ-GROUP-COUNT            PIC 9(05).
       01  BZ-BRANCH-COUNT           PIC 9(07).
       01  BZ-BRANCH-AMOUNT          PIC 9(09)V99.
       01  BZ-COPY-NAME              PIC X(16).
       01  BZ-LINE-COUNT             PIC 9(02) VALUE ZEROS.
       01  BZ-LINES-PER-PAGE         PIC 9(02) VALUE 55.
       01  BZ-PAGE-COUNT             PIC 9(03) VALUE ZEROS.
       01  BZ-COPY-LINE-COUNT        PIC 9(07) VALUE ZEROS.

      *  Step totals.
       01  BZ-RUNS-BURST             PIC 9(05) VALUE ZEROS.
       01  BZ-COPIES-MADE            PIC 9(05) VALUE ZEROS.
       01  BZ-RUNS-UNBALANCED        PIC 9(05) VALUE ZEROS.

       COPY RUNDATE.

       COPY RPTREGC.

       COPY STEPLOGC.

       01  BZ-HEADING-1.
           05  BZ-H1-REPORT-NAME     PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  BZ-H1-TITLE           PIC X(30).
           05  FILLER                PIC X(10) VALUE "RUN DATE:".
           05  BZ-H1-DATE            PIC X(10).
           05  FILLER                PIC X(07) VALUE "  PAGE:".
           05  BZ-H1-PAGE            PIC ZZ9.

       01  BZ-HEADING-2.
           05  FILLER                PIC X(08) VALUE "BRANCH: ".
           05  BZ-H2-BRANCH          PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  BZ-H2-BRANCH-NAME     PIC X(30).
           05  FILLER                PIC X(12) VALUE "REPORT RUN: ".
           05  BZ-H2-RUN-DATE        PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  BZ-H2-RUN-TIME        PIC 9(06).

       01  BZ-DIST-LINE.
           05  FILLER                PIC X(16) VALUE
               "  DISTRIBUTION: ".
           05  BZ-DL-RECIPIENT       PIC X(30).

       01  BZ-SUBTOTAL-LINE.
           05  FILLER                PIC X(10) VALUE "  SUBTOTAL".
           05  FILLER                PIC X(03) VALUE SPACES.
           05  BZ-ST-COUNT           PIC ZZ,ZZ9.

       01  BZ-BRANCH-TOTAL-LINE.
           05  FILLER                PIC X(13) VALUE "BRANCH TOTAL ".
           05  BZ-BT-LABEL           PIC X(30).
           05  BZ-BT-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  BZ-BT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.

       01  BZ-COMBINED-LINE.
           05  FILLER                PIC X(13) VALUE "ALL BRANCHES ".
           05  BZ-CL-LABEL           PIC X(30).
           05  BZ-CL-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  BZ-CL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.

       01  BZ-LOG-HEADING.
           05  FILLER                PIC X(13) VALUE "REPORT".
           05  FILLER                PIC X(05) VALUE "BRCH".
           05  FILLER                PIC X(17) VALUE "COPY FILE".
           05  FILLER                PIC X(05) VALUE "PAGES".
           05  FILLER                PIC X(10) VALUE "     COUNT".
           05  FILLER                PIC X(15) VALUE
               "         AMOUNT".
           05  FILLER                PIC X(11) VALUE "  RECIPIENT".

       01  BZ-LOG-LINE.
           05  BZ-LG-REPORT-NAME     PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  BZ-LG-BRANCH          PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  BZ-LG-COPY-NAME       PIC X(16).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  BZ-LG-PAGES           PIC ZZZZ9.
           05  BZ-LG-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  BZ-LG-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  BZ-LG-RECIPIENTS      PIC X(14).

       01  BZ-BALANCE-LINE.
           05  BZ-BL-REPORT-NAME     PIC X(12).
           05  FILLER                PIC X(05) VALUE " RUN ".
           05  BZ-BL-RUN-DATE        PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  BZ-BL-RUN-TIME        PIC 9(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  BZ-BL-RESULT          PIC X(46).

       01  BZ-BALANCE-DETAIL.
           05  FILLER                PIC X(19) VALUE
               "  BRANCH COPIES    ".
           05  BZ-BD-SPLIT-COUNT     PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  BZ-BD-SPLIT-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(12) VALUE "   COMBINED ".
           05  BZ-BD-COMB-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  BZ-BD-COMB-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "RPT-BURST" TO SL-STEP-NAME
           MOVE "START" TO SL-STEP-ACTION
           CALL "STEP-LOG" USING SL-STEP-LOG-AREA
           END-CALL
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT SortFile
               ON ASCENDING KEY BZ-S-REPORT-NAME
               ON ASCENDING KEY BZ-S-RUN-DATE
               ON ASCENDING KEY BZ-S-RUN-TIME
               ON ASCENDING KEY BZ-S-CLASS
               ON ASCENDING KEY BZ-S-BRANCH
               ON ASCENDING KEY BZ-S-SEQUENCE
               INPUT PROCEDURE IS 1500-RELEASE-WORK THRU 1500-EXIT
               OUTPUT PROCEDURE IS 2000-BURST-RUNS THRU 2000-EXIT
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           MOVE "RPT-BURST" TO SL-STEP-NAME
           MOVE "STOP" TO SL-STEP-ACTION
           CALL "STEP-LOG" USING SL-STEP-LOG-AREA
           END-CALL
           GOBACK.

       1000-INITIALIZE.
           MOVE "N" TO BZ-WORKFILE-EOF-SWITCH
           MOVE "N" TO BZ-WORKFILE-READ-SWITCH
           MOVE "N" TO BZ-SORTFILE-EOF-SWITCH
           MOVE "N" TO BZ-RUN-SWITCH
           MOVE "N" TO BZ-BRANCH-SWITCH
           MOVE "N" TO BZ-COPY-OPEN-SWITCH
           MOVE ZEROS TO BZ-RUNS-BURST BZ-COPIES-MADE
                         BZ-RUNS-UNBALANCED
           ACCEPT BZ-SYSTEM-DATE FROM DATE YYYYMMDD
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           PERFORM 1100-LOAD-DIST-LIST THRU 1100-EXIT
      *    Branch names dress the copy headings when the table is on
      *    hand; the bursting itself needs only the work file.
           OPEN INPUT BranchFile
           IF BZ-BRNFILE-OK
               SET BZ-BRANCHES-ON-FILE TO TRUE
           END-IF
           DISPLAY "RPTBURST  REPORT BURSTING BY BRANCH  RUN DATE: "
                   RD-RUN-DATE-DISPLAY
           DISPLAY SPACES
           DISPLAY BZ-LOG-HEADING
           DISPLAY "----------------------------------------"
                   "----------------------------------------".
       1000-EXIT.
           EXIT.

      *  No DISTLIST.DAT still bursts - every copy is simply
      *  flagged as having nobody down to receive it.
       1100-LOAD-DIST-LIST.
           MOVE ZEROS TO BZ-DIST-COUNT
           MOVE "N" TO BZ-DISTFILE-EOF-SWITCH
           OPEN INPUT DistListFile
           IF NOT BZ-DISTFILE-OK
               DISPLAY "DISTLIST.DAT not available - status "
                       BZ-DISTFILE-STATUS " - copies made with no"
                       " recipients."
               GO TO 1100-EXIT
           END-IF
           PERFORM 1110-LOAD-ONE-ENTRY THRU 1110-EXIT
               UNTIL BZ-DISTFILE-EOF
           CLOSE DistListFile.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-ENTRY.
           READ DistListFile
               AT END
                   SET BZ-DISTFILE-EOF TO TRUE
                   GO TO 1110-EXIT
           END-READ
           IF DB-REPORT-NAME = SPACES
               GO TO 1110-EXIT
           END-IF
           IF BZ-DIST-COUNT >= BZ-DIST-LIMIT
               DISPLAY "Distribution table full at " BZ-DIST-LIMIT
                       " - later DISTLIST.DAT entries ignored."
               SET BZ-DISTFILE-EOF TO TRUE
               GO TO 1110-EXIT
           END-IF
           ADD 1 TO BZ-DIST-COUNT
           MOVE DB-REPORT-NAME TO BZ-D-REPORT-NAME (BZ-DIST-COUNT)
           MOVE DB-BRANCH      TO BZ-D-BRANCH (BZ-DIST-COUNT)
           MOVE DB-RECIPIENT   TO BZ-D-RECIPIENT (BZ-DIST-COUNT).
       1110-EXIT.
           EXIT.

      *  No BURSTWK.DAT simply means no report has run since the
      *  last burst.
       1500-RELEASE-WORK.
           OPEN INPUT BurstWorkFile
           IF BZ-WORKFILE-NEW
               DISPLAY "BURSTWK.DAT not found - no report runs"
                       " waiting to be burst."
               GO TO 1500-EXIT
           END-IF
           IF NOT BZ-WORKFILE-OK
               DISPLAY "BURSTWK.DAT OPEN failed - status "
                       BZ-WORKFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1500-EXIT
           END-IF
           SET BZ-WORKFILE-READ TO TRUE
           PERFORM 1600-RELEASE-ONE-LINE THRU 1600-EXIT
               UNTIL BZ-WORKFILE-EOF
           CLOSE BurstWorkFile.
       1500-EXIT.
           EXIT.

       1600-RELEASE-ONE-LINE.
           READ BurstWorkFile
               AT END
                   SET BZ-WORKFILE-EOF TO TRUE
                   GO TO 1600-EXIT
           END-READ
           MOVE BP-BURST-RECORD TO BZ-S-BURST-DATA
           IF BP-DETAIL
               MOVE "2" TO BZ-S-CLASS
           ELSE
               MOVE "1" TO BZ-S-CLASS
           END-IF
           RELEASE BZ-SORT-RECORD.
       1600-EXIT.
           EXIT.

      *****************************************************************
      *  2000-BURST-RUNS - control break on the report run (report
      *  name, date and time it began), then on the branch within
      *  the run.  Each branch break closes one copy and starts the
      *  next; each run break balances the run's copies against the
      *  combined totals.
      *****************************************************************
       2000-BURST-RUNS.
           RETURN SortFile
               AT END
                   SET BZ-SORTFILE-EOF TO TRUE
           END-RETURN
           PERFORM 2100-BURST-ONE-RECORD THRU 2100-EXIT
               UNTIL BZ-SORTFILE-EOF
           IF BZ-RUN-STARTED
               PERFORM 2800-END-RUN THRU 2800-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-BURST-ONE-RECORD.
           IF NOT BZ-RUN-STARTED
               PERFORM 2200-START-RUN THRU 2200-EXIT
           ELSE
               IF BZ-S-REPORT-NAME NOT = BZ-RUN-REPORT-NAME
                   OR BZ-S-RUN-DATE NOT = BZ-RUN-DATE
                   OR BZ-S-RUN-TIME NOT = BZ-RUN-TIME
                   PERFORM 2800-END-RUN THRU 2800-EXIT
                   PERFORM 2200-START-RUN THRU 2200-EXIT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN BZ-S-HEADER
                   MOVE BZ-S-LINE        TO BZ-RUN-TITLE
                   MOVE BZ-S-FILE-LETTER TO BZ-RUN-FILE-LETTER
               WHEN BZ-S-COLUMN-HEADING
                   IF BZ-COLUMN-COUNT < BZ-COLUMN-LIMIT
                       ADD 1 TO BZ-COLUMN-COUNT
                       MOVE BZ-S-LINE
                           TO BZ-COLUMN-LINE (BZ-COLUMN-COUNT)
                   END-IF
               WHEN BZ-S-TRAILER
                   SET BZ-TRAILER-SEEN TO TRUE
                   MOVE BZ-S-LINE   TO BZ-TOTAL-LABEL
                   MOVE BZ-S-COUNT  TO BZ-COMBINED-COUNT
                   MOVE BZ-S-AMOUNT TO BZ-COMBINED-AMOUNT
               WHEN OTHER
                   PERFORM 2300-BURST-DETAIL THRU 2300-EXIT
           END-EVALUATE
           RETURN SortFile
               AT END
                   SET BZ-SORTFILE-EOF TO TRUE
           END-RETURN.
       2100-EXIT.
           EXIT.

       2200-START-RUN.
           SET BZ-RUN-STARTED TO TRUE
           MOVE "N" TO BZ-TRAILER-SWITCH
           MOVE "N" TO BZ-BRANCH-SWITCH
           MOVE BZ-S-REPORT-NAME TO BZ-RUN-REPORT-NAME
           MOVE BZ-S-RUN-DATE    TO BZ-RUN-DATE
           MOVE BZ-S-RUN-TIME    TO BZ-RUN-TIME
           MOVE SPACES TO BZ-RUN-TITLE BZ-TOTAL-LABEL
                          BZ-COLUMN-TABLE
           MOVE "X" TO BZ-RUN-FILE-LETTER
           MOVE ZEROS TO BZ-COLUMN-COUNT BZ-COMBINED-COUNT
                         BZ-COMBINED-AMOUNT BZ-SPLIT-COUNT
                         BZ-SPLIT-AMOUNT BZ-RUN-COPIES
           ADD 1 TO BZ-RUNS-BURST.
       2200-EXIT.
           EXIT.

       2300-BURST-DETAIL.
           IF NOT BZ-BRANCH-STARTED
               PERFORM 2400-START-BRANCH THRU 2400-EXIT
           ELSE
               IF BZ-S-BRANCH NOT = BZ-CUR-BRANCH
                   PERFORM 2600-END-BRANCH THRU 2600-EXIT
                   PERFORM 2400-START-BRANCH THRU 2400-EXIT
               END-IF
           END-IF
           IF BZ-S-GROUP NOT = BZ-CUR-GROUP
               PERFORM 2350-START-GROUP THRU 2350-EXIT
           END-IF
           IF BZ-LINE-COUNT >= BZ-LINES-PER-PAGE
               PERFORM 2500-PRINT-HEADINGS THRU 2500-EXIT
           END-IF
           MOVE BZ-S-LINE TO BZ-COPY-RECORD
           PERFORM 2900-PUT-LINE THRU 2900-EXIT
           ADD BZ-S-COUNT  TO BZ-BRANCH-COUNT BZ-GROUP-COUNT
           ADD BZ-S-AMOUNT TO BZ-BRANCH-AMOUNT.
       2300-EXIT.
           EXIT.

      *  A grouped report (BOOKDUE's aging buckets) keeps its group
      *  headings and subtotals within each branch's copy.
       2350-START-GROUP.
           IF BZ-CUR-GROUP NOT = SPACES
               PERFORM 2550-PRINT-SUBTOTAL THRU 2550-EXIT
           END-IF
           MOVE BZ-S-GROUP TO BZ-CUR-GROUP
           MOVE ZEROS TO BZ-GROUP-COUNT
           IF BZ-CUR-GROUP = SPACES
               GO TO 2350-EXIT
           END-IF
           IF BZ-LINE-COUNT + 2 > BZ-LINES-PER-PAGE
               PERFORM 2500-PRINT-HEADINGS THRU 2500-EXIT
           END-IF
           MOVE SPACES TO BZ-COPY-RECORD
           PERFORM 2900-PUT-LINE THRU 2900-EXIT
           MOVE BZ-CUR-GROUP TO BZ-COPY-RECORD
           PERFORM 2900-PUT-LINE THRU 2900-EXIT.
       2350-EXIT.
           EXIT.

      *  One copy per branch, on a dated file named for the report
      *  and the branch - the main building's blank code spelled
      *  ___ so the name stays one piece.
       2400-START-BRANCH.
           SET BZ-BRANCH-STARTED TO TRUE
           MOVE BZ-S-BRANCH TO BZ-CUR-BRANCH
           MOVE BZ-S-BRANCH TO BZ-BRANCH-TOKEN
           INSPECT BZ-BRANCH-TOKEN REPLACING ALL SPACE BY "_"
           MOVE SPACES TO BZ-CUR-GROUP
           MOVE ZEROS TO BZ-GROUP-COUNT BZ-BRANCH-COUNT
                         BZ-BRANCH-AMOUNT BZ-PAGE-COUNT
                         BZ-COPY-LINE-COUNT BZ-LINE-COUNT
           PERFORM 2410-LOOKUP-BRANCH THRU 2410-EXIT
           MOVE SPACES TO BZ-COPY-NAME
           STRING BZ-RUN-FILE-LETTER DELIMITED BY SIZE
                  BZ-BRANCH-TOKEN    DELIMITED BY SIZE
                  BZ-SYSTEM-DATE     DELIMITED BY SIZE
                  ".RPT"             DELIMITED BY SIZE
               INTO BZ-COPY-NAME
           OPEN OUTPUT CopyFile
           IF BZ-COPYFILE-OK
               SET BZ-COPY-OPEN TO TRUE
           ELSE
               DISPLAY "Branch copy " BZ-COPY-NAME " not opened -"
                       " status " BZ-COPYFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE ZEROS TO BZ-RECIPIENT-COUNT
           PERFORM 2420-COUNT-RECIPIENT THRU 2420-EXIT
               VARYING BZ-DIST-IX FROM 1 BY 1
               UNTIL BZ-DIST-IX > BZ-DIST-COUNT
           PERFORM 2500-PRINT-HEADINGS THRU 2500-EXIT.
       2400-EXIT.
           EXIT.

       2410-LOOKUP-BRANCH.
           IF BZ-CUR-BRANCH = SPACES
               MOVE "MAIN BUILDING" TO BZ-BRANCH-NAME
               GO TO 2410-EXIT
           END-IF
           MOVE SPACES TO BZ-BRANCH-NAME
           IF NOT BZ-BRANCHES-ON-FILE
               GO TO 2410-EXIT
           END-IF
           MOVE BZ-CUR-BRANCH TO BN-BRANCH-CODE
           READ BranchFile
               INVALID KEY
                   MOVE "*UNKNOWN BRANCH*" TO BZ-BRANCH-NAME
               NOT INVALID KEY
                   MOVE BN-BRANCH-NAME TO BZ-BRANCH-NAME
           END-READ.
       2410-EXIT.
           EXIT.

       2420-COUNT-RECIPIENT.
           IF BZ-D-REPORT-NAME (BZ-DIST-IX) = BZ-RUN-REPORT-NAME
               AND BZ-D-BRANCH (BZ-DIST-IX) = BZ-CUR-BRANCH
               ADD 1 TO BZ-RECIPIENT-COUNT
           END-IF.
       2420-EXIT.
           EXIT.

      *  The first page also carries who the copy goes to.
       2500-PRINT-HEADINGS.
           ADD 1 TO BZ-PAGE-COUNT
           MOVE BZ-RUN-REPORT-NAME  TO BZ-H1-REPORT-NAME
           MOVE BZ-RUN-TITLE        TO BZ-H1-TITLE
           MOVE RD-RUN-DATE-DISPLAY TO BZ-H1-DATE
           MOVE BZ-PAGE-COUNT       TO BZ-H1-PAGE
           IF BZ-CUR-BRANCH = SPACES
               MOVE "MAIN" TO BZ-H2-BRANCH
           ELSE
               MOVE BZ-CUR-BRANCH TO BZ-H2-BRANCH
           END-IF
           MOVE BZ-BRANCH-NAME      TO BZ-H2-BRANCH-NAME
           MOVE BZ-RUN-DATE         TO BZ-H2-RUN-DATE
           MOVE BZ-RUN-TIME (1:6)   TO BZ-H2-RUN-TIME
           MOVE SPACES TO BZ-COPY-RECORD
           PERFORM 2900-PUT-LINE THRU 2900-EXIT
           MOVE BZ-HEADING-1 TO BZ-COPY-RECORD
           PERFORM 2900-PUT-LINE THRU 2900-EXIT
           MOVE BZ-HEADING-2 TO BZ-COPY-RECORD
           PERFORM 2900-PUT-LINE THRU 2900-EXIT
           IF BZ-PAGE-COUNT = 1
               PERFORM 2510-PRINT-RECIPIENTS THRU 2510-EXIT
           END-IF
           PERFORM 2520-PRINT-COLUMN-LINE THRU 2520-EXIT
               VARYING BZ-COLUMN-IX FROM 1 BY 1
               UNTIL BZ-COLUMN-IX > BZ-COLUMN-COUNT
           MOVE "----------------------------------------"
               TO BZ-COPY-RECORD
           PERFORM 2900-PUT-LINE THRU 2900-EXIT
           MOVE ZEROS TO BZ-LINE-COUNT.
       2500-EXIT.
           EXIT.

       2510-PRINT-RECIPIENTS.
           IF BZ-RECIPIENT-COUNT = ZEROS
               MOVE "*** NOT ON DISTLIST.DAT ***" TO BZ-DL-RECIPIENT
               MOVE BZ-DIST-LINE TO BZ-COPY-RECORD
               PERFORM 2900-PUT-LINE THRU 2900-EXIT
               GO TO 2510-EXIT
           END-IF
           PERFORM 2515-PRINT-ONE-RECIPIENT THRU 2515-EXIT
               VARYING BZ-DIST-IX FROM 1 BY 1
               UNTIL BZ-DIST-IX > BZ-DIST-COUNT.
       2510-EXIT.
           EXIT.

       2515-PRINT-ONE-RECIPIENT.
           IF BZ-D-REPORT-NAME (BZ-DIST-IX) = BZ-RUN-REPORT-NAME
               AND BZ-D-BRANCH (BZ-DIST-IX) = BZ-CUR-BRANCH
               MOVE BZ-D-RECIPIENT (BZ-DIST-IX) TO BZ-DL-RECIPIENT
               MOVE BZ-DIST-LINE TO BZ-COPY-RECORD
               PERFORM 2900-PUT-LINE THRU 2900-EXIT
           END-IF.
       2515-EXIT.
           EXIT.

       2520-PRINT-COLUMN-LINE.
           MOVE BZ-COLUMN-LINE (BZ-COLUMN-IX) TO BZ-COPY-RECORD
           PERFORM 2900-PUT-LINE THRU 2900-EXIT.
       2520-EXIT.
           EXIT.

       2550-PRINT-SUBTOTAL.
           MOVE BZ-GROUP-COUNT TO BZ-ST-COUNT
           MOVE BZ-SUBTOTAL-LINE TO BZ-COPY-RECORD
           PERFORM 2900-PUT-LINE THRU 2900-EXIT.
       2550-EXIT.
           EXIT.

      *  The copy closes on the branch's own totals with the whole
      *  report's beneath them, is registered for RPTBROWS, and is
      *  logged on SYSOUT.  The amount column only means anything
      *  on a report that hands amounts over (BORRSTMT's amounts
      *  owed); elsewhere it is left blank.
       2600-END-BRANCH.
           IF BZ-CUR-GROUP NOT = SPACES
               PERFORM 2550-PRINT-SUBTOTAL THRU 2550-EXIT
           END-IF
           MOVE "----------------------------------------"
               TO BZ-COPY-RECORD
           PERFORM 2900-PUT-LINE THRU 2900-EXIT
           MOVE BZ-TOTAL-LABEL   TO BZ-BT-LABEL BZ-CL-LABEL
           MOVE BZ-BRANCH-COUNT  TO BZ-BT-COUNT
           MOVE BZ-BRANCH-AMOUNT TO BZ-BT-AMOUNT
           MOVE BZ-COMBINED-COUNT  TO BZ-CL-COUNT
           MOVE BZ-COMBINED-AMOUNT TO BZ-CL-AMOUNT
           MOVE BZ-BRANCH-TOTAL-LINE TO BZ-COPY-RECORD
           IF BZ-COMBINED-AMOUNT = ZEROS
               AND BZ-BRANCH-AMOUNT = ZEROS
               MOVE SPACES TO BZ-COPY-RECORD (55:)
           END-IF
           PERFORM 2900-PUT-LINE THRU 2900-EXIT
           MOVE BZ-COMBINED-LINE TO BZ-COPY-RECORD
           IF BZ-COMBINED-AMOUNT = ZEROS
               AND BZ-BRANCH-AMOUNT = ZEROS
               MOVE SPACES TO BZ-COPY-RECORD (55:)
           END-IF
           PERFORM 2900-PUT-LINE THRU 2900-EXIT
           IF BZ-COPY-OPEN
               CLOSE CopyFile
               MOVE "N" TO BZ-COPY-OPEN-SWITCH
           END-IF
           MOVE BZ-RUN-REPORT-NAME TO RG2-REPORT-NAME
           MOVE BZ-PAGE-COUNT      TO RG2-PAGE-COUNT
           MOVE BZ-COPY-LINE-COUNT TO RG2-LINE-COUNT
           IF BZ-COPYFILE-OK
               MOVE BZ-COPY-NAME TO RG2-OUTPUT-NAME
           ELSE
               MOVE "SYSOUT" TO RG2-OUTPUT-NAME
           END-IF
           MOVE BZ-BRANCH-TOKEN    TO RG2-BRANCH
           CALL "RPT-REG" USING RG2-RPT-REG-AREA
           END-CALL
           MOVE BZ-RUN-REPORT-NAME TO BZ-LG-REPORT-NAME
           MOVE BZ-H2-BRANCH       TO BZ-LG-BRANCH
           MOVE RG2-OUTPUT-NAME    TO BZ-LG-COPY-NAME
           MOVE BZ-PAGE-COUNT      TO BZ-LG-PAGES
           MOVE BZ-BRANCH-COUNT    TO BZ-LG-COUNT
           MOVE BZ-BRANCH-AMOUNT   TO BZ-LG-AMOUNT
           IF BZ-RECIPIENT-COUNT = ZEROS
               MOVE "** NONE LISTED" TO BZ-LG-RECIPIENTS
           ELSE
               MOVE SPACES TO BZ-LG-RECIPIENTS
               MOVE BZ-RECIPIENT-COUNT TO BZ-LG-RECIPIENTS (1:3)
           END-IF
           DISPLAY BZ-LOG-LINE
           ADD BZ-BRANCH-COUNT  TO BZ-SPLIT-COUNT
           ADD BZ-BRANCH-AMOUNT TO BZ-SPLIT-AMOUNT
           ADD 1 TO BZ-RUN-COPIES BZ-COPIES-MADE
           MOVE "N" TO BZ-BRANCH-SWITCH.
       2600-EXIT.
           EXIT.

      *  The branch copies must add back to the combined report.  A
      *  run with no trailer is one the report never finished.
       2800-END-RUN.
           IF BZ-BRANCH-STARTED
               PERFORM 2600-END-BRANCH THRU 2600-EXIT
           END-IF
           MOVE BZ-RUN-REPORT-NAME TO BZ-BL-REPORT-NAME
           MOVE BZ-RUN-DATE        TO BZ-BL-RUN-DATE
           MOVE BZ-RUN-TIME (1:6)  TO BZ-BL-RUN-TIME
           MOVE BZ-SPLIT-COUNT     TO BZ-BD-SPLIT-COUNT
           MOVE BZ-SPLIT-AMOUNT    TO BZ-BD-SPLIT-AMOUNT
           MOVE BZ-COMBINED-COUNT  TO BZ-BD-COMB-COUNT
           MOVE BZ-COMBINED-AMOUNT TO BZ-BD-COMB-AMOUNT
           EVALUATE TRUE
               WHEN NOT BZ-TRAILER-SEEN
                   MOVE "INCOMPLETE - the report did not finish"
                       TO BZ-BL-RESULT
                   ADD 1 TO BZ-RUNS-UNBALANCED
               WHEN BZ-SPLIT-COUNT = BZ-COMBINED-COUNT
                   AND BZ-SPLIT-AMOUNT = BZ-COMBINED-AMOUNT
                   MOVE "BALANCED TO THE COMBINED REPORT"
                       TO BZ-BL-RESULT
               WHEN OTHER
                   MOVE "** OUT OF BALANCE WITH THE COMBINED REPORT"
                       TO BZ-BL-RESULT
                   ADD 1 TO BZ-RUNS-UNBALANCED
           END-EVALUATE
           DISPLAY BZ-BALANCE-LINE
           DISPLAY BZ-BALANCE-DETAIL
           DISPLAY SPACES
           IF BZ-RUNS-UNBALANCED > ZEROS
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "N" TO BZ-RUN-SWITCH.
       2800-EXIT.
           EXIT.

       2900-PUT-LINE.
           IF BZ-COPY-OPEN
               WRITE BZ-COPY-RECORD
           END-IF
           ADD 1 TO BZ-LINE-COUNT
           ADD 1 TO BZ-COPY-LINE-COUNT.
       2900-EXIT.
           EXIT.

      *  The work file is emptied once its runs are burst, so the
      *  next burst starts from the next reports - unless the step
      *  failed outright, when the lines are kept for a rerun.
       3000-TERMINATE.
           IF BZ-BRANCHES-ON-FILE
               CLOSE BranchFile
           END-IF
           DISPLAY "----------------------------------------"
                   "----------------------------------------"
           DISPLAY "Report runs burst......: " BZ-RUNS-BURST
           DISPLAY "Branch copies made.....: " BZ-COPIES-MADE
           DISPLAY "Runs not balanced......: " BZ-RUNS-UNBALANCED
           IF BZ-WORKFILE-READ
               AND RETURN-CODE < 8
               OPEN OUTPUT BurstWorkFile
               CLOSE BurstWorkFile
               DISPLAY "BURSTWK.DAT emptied."
           END-IF.
       3000-EXIT.
           EXIT.
