       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HOLDROUT.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-14.
       DATE-COMPILED. 2026-10-14.
      *****************************************************************
      *  HOLDROUT
      *
      *  Daily inter-branch hold routing list.  Every offered hold
      *  on BOOKHOLD.DAT whose copy sits at a different branch from
      *  the borrower's pickup branch, and has not yet been received
      *  there, is printed to ROUTING.RPT as a routing slip for the
      *  van - grouped by the sending branch, then by destination,
      *  with the book's title and the borrower it is going to, and
      *  a count at each break.  Runs in the night stream after
      *  HOLDSWP, so offers the sweep moved on are on the morning's
      *  list.  The slip stops appearing once BOOKHOLD records the
      *  copy received (transaction R).  Sorted the way BOOKNOTC
      *  sorts its letters, with START/STOP logged through STEP-LOG.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-14  jg  Original program, introduced with hold
      *                  pickup branches.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HoldFile ASSIGN TO "BOOKHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RT-HOLDFILE-STATUS.
           SELECT BookFile ASSIGN TO "BOOKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-BOOK-ID
               FILE STATUS IS RT-BOOKFILE-STATUS.
           SELECT BranchFile ASSIGN TO "BRANCHES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-BRANCH-CODE
               FILE STATUS IS RT-BRNFILE-STATUS.
           SELECT RouteFile ASSIGN TO "ROUTING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RT-ROUTEFILE-STATUS.
           SELECT SortFile ASSIGN TO "HOLDROUT.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD HoldFile.
       COPY HOLDREC.

       FD BookFile.
       COPY BOOKREC.

       FD BranchFile.
       COPY BRCHREC.

       FD RouteFile.
       01  RT-PRINT-LINE             PIC X(72).

       SD SortFile.
       01  RT-SORT-RECORD.
           05  RT-S-SEND-BRANCH      PIC X(03).
           05  RT-S-PICKUP-BRANCH    PIC X(03).
           05  RT-S-BOOK-ID          PIC 9(07).
           05  RT-S-BOOK-NAME        PIC X(30).
           05  RT-S-BORROWER-NO      PIC 9(05).
           05  RT-S-BORROWER         PIC X(25).
           05  RT-S-OFFER-DATE       PIC 9(08).

       WORKING-STORAGE SECTION.
       01  RT-HOLDFILE-STATUS        PIC X(02).
           88  RT-HOLDFILE-OK        VALUE "00".

       01  RT-BOOKFILE-STATUS        PIC X(02).
           88  RT-BOOKFILE-OK        VALUE "00".

       01  RT-BRNFILE-STATUS         PIC X(02).
           88  RT-BRNFILE-OK         VALUE "00".

       01  RT-ROUTEFILE-STATUS       PIC X(02).
           88  RT-ROUTEFILE-OK       VALUE "00".

       01  RT-HOLDFILE-EOF-SWITCH    PIC X(01) VALUE "N".
           88  RT-HOLDFILE-EOF       VALUE "Y".

       01  RT-SORTFILE-EOF-SWITCH    PIC X(01) VALUE "N".
           88  RT-SORTFILE-EOF       VALUE "Y".

       01  RT-BOOKFILE-OPEN-SWITCH   PIC X(01) VALUE "N".
           88  RT-BOOKFILE-OPEN      VALUE "Y".

       01  RT-BRANCHES-SWITCH        PIC X(01) VALUE "N".
           88  RT-BRANCHES-ON-FILE   VALUE "Y".

       01  RT-FIRST-SLIP-SWITCH      PIC X(01) VALUE "Y".
           88  RT-FIRST-SLIP         VALUE "Y".

       01  RT-PRIOR-SEND-BRANCH      PIC X(03).
       01  RT-PRIOR-PICKUP-BRANCH    PIC X(03).
       01  RT-LOOKUP-BRANCH          PIC X(03).
       01  RT-LOOKUP-NAME            PIC X(30).

       01  RT-DEST-COUNT             PIC 9(05) VALUE ZEROS.
       01  RT-SEND-COUNT             PIC 9(05) VALUE ZEROS.
       01  RT-TOTAL-COUNT            PIC 9(05) VALUE ZEROS.

       COPY STEPLOGC.

       COPY RUNDATE.

       01  RT-HEADING-1.
           05  FILLER                PIC X(10) VALUE "HOLDROUT".
           05  FILLER                PIC X(30) VALUE
               "INTER-BRANCH HOLD ROUTING LIST".
           05  FILLER                PIC X(12) VALUE "  RUN DATE: ".
           05  RT-H1-DATE            PIC X(10).

       01  RT-SEND-LINE.
           05  FILLER                PIC X(06) VALUE "FROM: ".
           05  RT-SL-BRANCH          PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RT-SL-NAME            PIC X(30).

       01  RT-DEST-LINE.
           05  FILLER                PIC X(06) VALUE "  TO: ".
           05  RT-DL-BRANCH          PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RT-DL-NAME            PIC X(30).

       01  RT-SLIP-LINE.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  RT-SP-BOOK-ID         PIC 9(07).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RT-SP-BOOK-NAME       PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RT-SP-BORROWER        PIC X(25).

       01  RT-DEST-TOTAL-LINE.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  FILLER                PIC X(20) VALUE
               "Copies to branch:".
           05  RT-DT-COUNT           PIC ZZZZ9.

       01  RT-SEND-TOTAL-LINE.
           05  FILLER                PIC X(24) VALUE
               "Copies sent from branch:".
           05  RT-ST-COUNT           PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZEROS
               SORT SortFile
                   ON ASCENDING KEY RT-S-SEND-BRANCH
                   ON ASCENDING KEY RT-S-PICKUP-BRANCH
                   ON ASCENDING KEY RT-S-BOOK-ID
                   INPUT PROCEDURE IS 1500-RELEASE-ROUTES
                       THRU 1500-EXIT
                   OUTPUT PROCEDURE IS 2000-PRINT-SLIPS
                       THRU 2000-EXIT
               PERFORM 3000-TERMINATE THRU 3000-EXIT
           END-IF
      *  STOP is logged only on a clean run, matching HOLDSWP.
           IF RETURN-CODE = ZEROS
               MOVE "HOLD-ROUTE" TO SL-STEP-NAME
               MOVE "STOP" TO SL-STEP-ACTION
               CALL "STEP-LOG" USING SL-STEP-LOG-AREA
               END-CALL
           END-IF
           GOBACK.

       1000-INITIALIZE.
           MOVE "HOLD-ROUTE" TO SL-STEP-NAME
           MOVE "START" TO SL-STEP-ACTION
           CALL "STEP-LOG" USING SL-STEP-LOG-AREA
           END-CALL
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           MOVE RD-RUN-DATE-DISPLAY TO RT-H1-DATE
           OPEN INPUT HoldFile
           IF NOT RT-HOLDFILE-OK
               DISPLAY "BOOKHOLD.DAT OPEN failed - status "
                       RT-HOLDFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT RouteFile
           IF NOT RT-ROUTEFILE-OK
               DISPLAY "ROUTING.RPT OPEN failed - status "
                       RT-ROUTEFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               CLOSE HoldFile
               GO TO 1000-EXIT
           END-IF
      *    Titles and branch names dress the slips when their files
      *    are on hand; the routing itself needs only the queue.
           OPEN INPUT BookFile
           IF RT-BOOKFILE-OK
               SET RT-BOOKFILE-OPEN TO TRUE
           END-IF
           OPEN INPUT BranchFile
           IF RT-BRNFILE-OK
               SET RT-BRANCHES-ON-FILE TO TRUE
           END-IF
           MOVE RT-HEADING-1 TO RT-PRINT-LINE
           WRITE RT-PRINT-LINE
           MOVE ALL "-" TO RT-PRINT-LINE
           WRITE RT-PRINT-LINE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1500-RELEASE-ROUTES - one sort record per offered hold whose
      *  copy is still to travel: a pickup branch on the hold, a
      *  sending branch that differs from it, and no received date.
      *****************************************************************
       1500-RELEASE-ROUTES.
           MOVE "N" TO RT-HOLDFILE-EOF-SWITCH
           PERFORM 1600-RELEASE-ONE-HOLD THRU 1600-EXIT
               UNTIL RT-HOLDFILE-EOF
           CLOSE HoldFile.
       1500-EXIT.
           EXIT.

       1600-RELEASE-ONE-HOLD.
           READ HoldFile
               AT END
                   SET RT-HOLDFILE-EOF TO TRUE
                   GO TO 1600-EXIT
           END-READ
           IF NOT HD-OFFERED
               OR HD-PICKUP-BRANCH = SPACES
               OR HD-PICKUP-BRANCH = HD-SEND-BRANCH
               GO TO 1600-EXIT
           END-IF
           IF HD-RECEIVED-DATE IS NUMERIC
               AND HD-RECEIVED-DATE > ZEROS
               GO TO 1600-EXIT
           END-IF
           MOVE HD-SEND-BRANCH   TO RT-S-SEND-BRANCH
           MOVE HD-PICKUP-BRANCH TO RT-S-PICKUP-BRANCH
           MOVE HD-BOOK-ID       TO RT-S-BOOK-ID
           MOVE HD-BORROWER-NO   TO RT-S-BORROWER-NO
           MOVE HD-BORROWER      TO RT-S-BORROWER
           MOVE HD-OFFER-DATE    TO RT-S-OFFER-DATE
           MOVE "*UNKNOWN*"      TO RT-S-BOOK-NAME
           IF RT-BOOKFILE-OPEN
               MOVE HD-BOOK-ID TO BK-BOOK-ID
               READ BookFile
                   NOT INVALID KEY
                       MOVE BK-BOOK-NAME TO RT-S-BOOK-NAME
               END-READ
           END-IF
           RELEASE RT-SORT-RECORD.
       1600-EXIT.
           EXIT.

       2000-PRINT-SLIPS.
           RETURN SortFile
               AT END
                   SET RT-SORTFILE-EOF TO TRUE
           END-RETURN
           PERFORM 2100-PRINT-ONE-SLIP THRU 2100-EXIT
               UNTIL RT-SORTFILE-EOF
           IF NOT RT-FIRST-SLIP
               PERFORM 2300-CLOSE-DESTINATION THRU 2300-EXIT
               PERFORM 2400-CLOSE-SENDER THRU 2400-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-PRINT-ONE-SLIP.
           EVALUATE TRUE
               WHEN RT-FIRST-SLIP
                   PERFORM 2150-OPEN-SENDER THRU 2150-EXIT
                   PERFORM 2200-OPEN-DESTINATION THRU 2200-EXIT
               WHEN RT-S-SEND-BRANCH NOT = RT-PRIOR-SEND-BRANCH
                   PERFORM 2300-CLOSE-DESTINATION THRU 2300-EXIT
                   PERFORM 2400-CLOSE-SENDER THRU 2400-EXIT
                   PERFORM 2150-OPEN-SENDER THRU 2150-EXIT
                   PERFORM 2200-OPEN-DESTINATION THRU 2200-EXIT
               WHEN RT-S-PICKUP-BRANCH NOT = RT-PRIOR-PICKUP-BRANCH
                   PERFORM 2300-CLOSE-DESTINATION THRU 2300-EXIT
                   PERFORM 2200-OPEN-DESTINATION THRU 2200-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE RT-S-BOOK-ID   TO RT-SP-BOOK-ID
           MOVE RT-S-BOOK-NAME TO RT-SP-BOOK-NAME
           MOVE RT-S-BORROWER  TO RT-SP-BORROWER
           MOVE RT-SLIP-LINE TO RT-PRINT-LINE
           WRITE RT-PRINT-LINE
           ADD 1 TO RT-DEST-COUNT RT-SEND-COUNT RT-TOTAL-COUNT
           RETURN SortFile
               AT END
                   SET RT-SORTFILE-EOF TO TRUE
           END-RETURN.
       2100-EXIT.
           EXIT.

       2150-OPEN-SENDER.
           MOVE "N" TO RT-FIRST-SLIP-SWITCH
           MOVE RT-S-SEND-BRANCH TO RT-PRIOR-SEND-BRANCH
           MOVE ZEROS TO RT-SEND-COUNT
           MOVE RT-S-SEND-BRANCH TO RT-LOOKUP-BRANCH
           PERFORM 2500-GET-BRANCH-NAME THRU 2500-EXIT
           MOVE SPACES TO RT-PRINT-LINE
           WRITE RT-PRINT-LINE
           MOVE RT-S-SEND-BRANCH TO RT-SL-BRANCH
           MOVE RT-LOOKUP-NAME   TO RT-SL-NAME
           MOVE RT-SEND-LINE TO RT-PRINT-LINE
           WRITE RT-PRINT-LINE.
       2150-EXIT.
           EXIT.

       2200-OPEN-DESTINATION.
           MOVE RT-S-PICKUP-BRANCH TO RT-PRIOR-PICKUP-BRANCH
           MOVE ZEROS TO RT-DEST-COUNT
           MOVE RT-S-PICKUP-BRANCH TO RT-LOOKUP-BRANCH
           PERFORM 2500-GET-BRANCH-NAME THRU 2500-EXIT
           MOVE RT-S-PICKUP-BRANCH TO RT-DL-BRANCH
           MOVE RT-LOOKUP-NAME     TO RT-DL-NAME
           MOVE RT-DEST-LINE TO RT-PRINT-LINE
           WRITE RT-PRINT-LINE.
       2200-EXIT.
           EXIT.

       2300-CLOSE-DESTINATION.
           MOVE RT-DEST-COUNT TO RT-DT-COUNT
           MOVE RT-DEST-TOTAL-LINE TO RT-PRINT-LINE
           WRITE RT-PRINT-LINE.
       2300-EXIT.
           EXIT.

       2400-CLOSE-SENDER.
           MOVE RT-SEND-COUNT TO RT-ST-COUNT
           MOVE RT-SEND-TOTAL-LINE TO RT-PRINT-LINE
           WRITE RT-PRINT-LINE.
       2400-EXIT.
           EXIT.

       2500-GET-BRANCH-NAME.
           MOVE SPACES TO RT-LOOKUP-NAME
           IF RT-LOOKUP-BRANCH = SPACES
               MOVE "(no branch on the catalog record)"
                   TO RT-LOOKUP-NAME
               GO TO 2500-EXIT
           END-IF
           IF NOT RT-BRANCHES-ON-FILE
               GO TO 2500-EXIT
           END-IF
           MOVE RT-LOOKUP-BRANCH TO BN-BRANCH-CODE
           READ BranchFile
               INVALID KEY
                   MOVE "*UNKNOWN BRANCH*" TO RT-LOOKUP-NAME
               NOT INVALID KEY
                   MOVE BN-BRANCH-NAME TO RT-LOOKUP-NAME
           END-READ.
       2500-EXIT.
           EXIT.

       3000-TERMINATE.
           MOVE SPACES TO RT-PRINT-LINE
           WRITE RT-PRINT-LINE
           IF RT-TOTAL-COUNT = ZEROS
               MOVE "No copies to route today." TO RT-PRINT-LINE
               WRITE RT-PRINT-LINE
           END-IF
           CLOSE RouteFile
           IF RT-BOOKFILE-OPEN
               CLOSE BookFile
           END-IF
           IF RT-BRANCHES-ON-FILE
               CLOSE BranchFile
           END-IF
           DISPLAY "HOLDROUT  copies to route: " RT-TOTAL-COUNT
                   " - slips on ROUTING.RPT.".
       3000-EXIT.
           EXIT.
