      *  Modification history
      *  ---------------------
      *  2026-09-02  jg  Original program.
      *  2026-10-15  jg  The only copy of a volume in a series still
      *                  being bought (TITLELNK.DAT, see LINKMNT) is
      *                  no longer proposed - it lists as KEPT-SERIES
      *                  with no BOOKMNT.DAT line, and is counted.
      *  2026-10-15  jg  LOANHIST.DAT is indexed - each book's last
      *                  activity is read by key from the end of its
      *                  own events, in place of the activity table
      *                  loaded from the whole trail and its
      *                  thousand-title limit.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS BK-BOOK-ID
               FILE STATUS IS WD-BOOKFILE-STATUS.
           SELECT LoanHistFile ASSIGN TO "LOANHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-HISTORY-KEY
               ALTERNATE RECORD KEY IS LH-BORROWER-NO WITH DUPLICATES
               ALTERNATE RECORD KEY IS LH-EVENT-DATE WITH DUPLICATES
               FILE STATUS IS WD-HISTFILE-STATUS.
           SELECT MaintTxnFile ASSIGN TO "BOOKMNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WD-MAINTFILE-STATUS.
           SELECT LinkFile ASSIGN TO "TITLELNK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TK-BOOK-ID
               FILE STATUS IS WD-LINKFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BookFile.
           05  WD-MT-NAME            PIC X(30).
           05  FILLER                PIC X(55).

       FD LinkFile.
       COPY TITLELNK.

       WORKING-STORAGE SECTION.
       01  WD-BOOKFILE-STATUS        PIC X(02).
           88  WD-BOOKFILE-OK        VALUE "00".
       01  WD-MAINTFILE-STATUS      PIC X(02).
           88  WD-MAINTFILE-OK      VALUE "00".

       01  WD-LINKFILE-STATUS        PIC X(02).
           88  WD-LINKFILE-OK        VALUE "00".

       01  WD-LINK-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  WD-LINK-OPEN          VALUE "Y".

       01  WD-BOOKFILE-EOF-SWITCH    PIC X(01) VALUE "N".
           88  WD-BOOKFILE-EOF       VALUE "Y".

       01  WD-HISTFILE-EOF-SWITCH    PIC X(01).
           88  WD-HISTFILE-EOF       VALUE "Y".

       01  WD-HIST-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  WD-HIST-OPEN          VALUE "Y".

       01  WD-CUTOFF-DATE            PIC 9(08).
       01  WD-OLD-YEAR               PIC 9(04).

       01  WD-LAST-ACTIVITY          PIC 9(08).
       01  WD-REASON                 PIC X(12).
       01  WD-CANDIDATE-COUNT        PIC 9(05) VALUE ZEROS.
       01  WD-KEPT-COUNT             PIC 9(05) VALUE ZEROS.

       COPY RUNDATE.

               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1500-OPEN-HISTORY THRU 1500-EXIT
           OPEN INPUT BookFile
           IF NOT WD-BOOKFILE-OK
               DISPLAY "BookFile OPEN failed - status "
               CLOSE BookFile
               GO TO 1000-EXIT
           END-IF
      *    TITLELNK.DAT is optional - absent, no series is on file
      *    and every candidate is proposed.
           OPEN INPUT LinkFile
           IF WD-LINKFILE-OK
               SET WD-LINK-OPEN TO TRUE
           END-IF
           DISPLAY WD-HEADING-1
           DISPLAY "BOOK ID  NAME                            YEAR"
                   "  LAST ACT  REASON"
       1000-EXIT.
           EXIT.

      *  LOANHIST.DAT is read by key, one book at a time - absent,
      *  every title reads as never borrowed.
       1500-OPEN-HISTORY.
           OPEN INPUT LoanHistFile
           IF NOT WD-HISTFILE-OK
               DISPLAY "LOANHIST.DAT not available - every title"
                       " reads as never borrowed."
               GO TO 1500-EXIT
           END-IF
           SET WD-HIST-OPEN TO TRUE.
       1500-EXIT.
           EXIT.

      *****************************************************************
      *  2000-WEIGH-ONE-BOOK - a candidate is a title idle since the
      *  cutoff (never borrowed counts as idle forever), or one
               END-IF
           END-IF
           IF WD-REASON NOT = SPACES
               PERFORM 2150-CHECK-SERIES THRU 2150-EXIT
           END-IF
           IF WD-REASON = "KEPT-SERIES"
               PERFORM 2300-LIST-KEPT THRU 2300-EXIT
           ELSE
               IF WD-REASON NOT = SPACES
                   PERFORM 2200-WRITE-CANDIDATE THRU 2200-EXIT
               END-IF
           END-IF.
       2000-NEXT.
           READ BookFile NEXT RECORD
       2000-EXIT.
           EXIT.

      *  The book's events run in time order under its BookId, so
      *  the last one read carries the latest date.
       2100-GET-LAST-ACTIVITY.
           MOVE ZEROS TO WD-LAST-ACTIVITY
           IF NOT WD-HIST-OPEN
               GO TO 2100-EXIT
           END-IF
           MOVE "N" TO WD-HISTFILE-EOF-SWITCH
           MOVE BK-BOOK-ID TO LH-BOOK-ID
           MOVE ZEROS TO LH-EVENT-DATE LH-EVENT-TIME
           START LoanHistFile KEY NOT < LH-HISTORY-KEY
               INVALID KEY
                   GO TO 2100-EXIT
           END-START
           PERFORM 2110-READ-ONE-EVENT THRU 2110-EXIT
               UNTIL WD-HISTFILE-EOF.
       2100-EXIT.
           EXIT.

       2110-READ-ONE-EVENT.
           READ LoanHistFile NEXT RECORD
               AT END
                   SET WD-HISTFILE-EOF TO TRUE
                   GO TO 2110-EXIT
           END-READ
           IF LH-BOOK-ID NOT = BK-BOOK-ID
               SET WD-HISTFILE-EOF TO TRUE
               GO TO 2110-EXIT
           END-IF
           MOVE LH-EVENT-DATE TO WD-LAST-ACTIVITY.
       2110-EXIT.
           EXIT.

      *  The only copy of a volume in a series still being bought
      *  is kept - withdrawing it would leave a gap in a run the
      *  library is still building.
       2150-CHECK-SERIES.
           IF NOT WD-LINK-OPEN
               GO TO 2150-EXIT
           END-IF
           IF BK-COPIES-OWNED IS NUMERIC
               AND BK-COPIES-OWNED > 1
               GO TO 2150-EXIT
           END-IF
           MOVE BK-BOOK-ID TO TK-BOOK-ID
           READ LinkFile
               INVALID KEY
                   GO TO 2150-EXIT
           END-READ
           IF TK-SERIES-CODE NOT = SPACES
               AND TK-SERIES-BUYING
               MOVE "KEPT-SERIES" TO WD-REASON
           END-IF.
       2150-EXIT.
           EXIT.

      *  One candidate - a report line, and an S line (to W) onto
      *  BOOKMNT.DAT for the next batch-maintenance run to apply.
       2200-WRITE-CANDIDATE.
       2200-EXIT.
           EXIT.

      *  A candidate spared as the only copy of a series volume -
      *  listed for the librarian, with no BOOKMNT.DAT line.
       2300-LIST-KEPT.
           MOVE BK-BOOK-ID       TO WD-D-BOOK-ID
           MOVE BK-BOOK-NAME     TO WD-D-NAME
           MOVE BK-BOOK-YEAR     TO WD-D-YEAR
           MOVE WD-LAST-ACTIVITY TO WD-D-LAST
           MOVE WD-REASON        TO WD-D-REASON
           DISPLAY WD-DETAIL-LINE
           ADD 1 TO WD-KEPT-COUNT.
       2300-EXIT.
           EXIT.

       3000-TERMINATE.
           CLOSE BookFile
           CLOSE MaintTxnFile
           IF WD-LINK-OPEN
               CLOSE LinkFile
           END-IF
           IF WD-HIST-OPEN
               CLOSE LoanHistFile
           END-IF
           DISPLAY "------------------------------------------"
           DISPLAY "Candidates written to BOOKMNT.DAT: "
                   WD-CANDIDATE-COUNT
           DISPLAY "Kept - only copy in a series.....: "
                   WD-KEPT-COUNT
           DISPLAY "Review the lines, delete any declined, then"
           DISPLAY "run WRITE-FILE batch maintenance to apply.".
       3000-EXIT.
