      *  Year-end loan-history archival, in the AUDCUT style.
      *  Moves every LOANHIST.DAT event dated in or before a keyed
      *  cutoff year to the dated archive LHAyyyy.DAT, leaving the
      *  live file holding recent activity only, so BOOKDUE,
      *  DAYRPT and BOOKCIRC stop wading through years of closed
      *  loans to report on a week.  BOOKCIRC can pull an archived
      *  year back into an analysis.
      *
      *  The move balances - both files are recounted off disk, the
      *  live file must hold the events counted less those moved
      *  and the archive its prior events plus those moved - ending
      *  RETURN-CODE 8 if anything was dropped.
      *
      *  Modification history
      *  ---------------------
      *  2026-09-02  jg  Work and archive records widened to the
      *                  65-byte LOANHIST layout so LH-BRANCH
      *                  survives the split pass.
      *  2026-10-15  jg  LOANHIST.DAT is indexed - archivable events
      *                  are read off the event-date key and deleted
      *                  in place, without the LOANHIST.TMP rewrite
      *                  of the live trail.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoanHistFile ASSIGN TO "LOANHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-HISTORY-KEY
               ALTERNATE RECORD KEY IS LH-BORROWER-NO WITH DUPLICATES
               ALTERNATE RECORD KEY IS LH-EVENT-DATE WITH DUPLICATES
               FILE STATUS IS LA-HISTFILE-STATUS.
           SELECT ArchiveFile ASSIGN TO LA-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LA-ARCHFILE-STATUS.
       FD LoanHistFile.
       COPY LOANHIST.

       FD ArchiveFile.
       01  LA-ARCHIVE-RECORD         PIC X(65).

       01  LA-HISTFILE-STATUS        PIC X(02).
           88  LA-HISTFILE-OK        VALUE "00".

       01  LA-ARCHFILE-STATUS        PIC X(02).
           88  LA-ARCHFILE-OK        VALUE "00".

           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZEROS
               PERFORM 2000-SPLIT-PASS THRU 2000-EXIT
               PERFORM 4000-BALANCE-THE-MOVE THRU 4000-EXIT
           END-IF
           GOBACK.
                  ".DAT"        DELIMITED BY SIZE
               INTO LA-ARCHIVE-NAME
           PERFORM 1200-COUNT-PRIOR-ARCHIVE THRU 1200-EXIT
           OPEN I-O LoanHistFile
           IF NOT LA-HISTFILE-OK
               DISPLAY "LOANHIST.DAT OPEN failed - status "
                       LA-HISTFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND ArchiveFile
           IF NOT LA-ARCHFILE-OK
               DISPLAY LA-ARCHIVE-NAME " OPEN failed - status "
                       LA-ARCHFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               CLOSE LoanHistFile
           END-IF.
       1000-EXIT.
           EXIT.
       1210-EXIT.
           EXIT.

      *  Every live event is counted first; the archivable ones are
      *  then taken oldest first off the event-date key, written to
      *  the archive and deleted from the live file, until the first
      *  event past the cutoff year.
       2000-SPLIT-PASS.
           MOVE "N" TO LA-EOF-SWITCH
           PERFORM 2050-COUNT-ONE-LIVE THRU 2050-EXIT
               UNTIL LA-FILE-EOF
           MOVE "N" TO LA-EOF-SWITCH
           MOVE ZEROS TO LH-EVENT-DATE
           START LoanHistFile KEY NOT < LH-EVENT-DATE
               INVALID KEY
                   SET LA-FILE-EOF TO TRUE
           END-START
           PERFORM 2100-SPLIT-ONE-EVENT THRU 2100-EXIT
               UNTIL LA-FILE-EOF
           SUBTRACT LA-MOVED-COUNT FROM LA-READ-COUNT
               GIVING LA-KEPT-COUNT
           CLOSE LoanHistFile
           CLOSE ArchiveFile.
       2000-EXIT.
           EXIT.

       2050-COUNT-ONE-LIVE.
           READ LoanHistFile NEXT RECORD
               AT END
                   SET LA-FILE-EOF TO TRUE
                   GO TO 2050-EXIT
           END-READ
           ADD 1 TO LA-READ-COUNT.
       2050-EXIT.
           EXIT.

       2100-SPLIT-ONE-EVENT.
           READ LoanHistFile NEXT RECORD
               AT END
                   SET LA-FILE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           MOVE LH-EVENT-DATE (1:4) TO LA-EVENT-YEAR
           IF LA-EVENT-YEAR > LA-CUTOFF-YEAR
               SET LA-FILE-EOF TO TRUE
               GO TO 2100-EXIT
           END-IF
           MOVE LH-HISTORY-RECORD TO LA-ARCHIVE-RECORD
           WRITE LA-ARCHIVE-RECORD
           DELETE LoanHistFile
               INVALID KEY
                   DISPLAY "Event " LH-BOOK-ID " " LH-EVENT-DATE
                           " archived but not deleted - status "
                           LA-HISTFILE-STATUS "."
                   MOVE 8 TO RETURN-CODE
                   SET LA-FILE-EOF TO TRUE
           END-DELETE
           ADD 1 TO LA-MOVED-COUNT.
       2100-EXIT.
           EXIT.

       4000-BALANCE-THE-MOVE.
           MOVE ZEROS TO LA-RECOUNT
           OPEN INPUT LoanHistFile
           IF LA-HISTFILE-OK
                   UNTIL LA-FILE-EOF
               CLOSE ArchiveFile
           END-IF
           DISPLAY "Loan events counted....: " LA-READ-COUNT
           DISPLAY "Moved to " LA-ARCHIVE-NAME " : " LA-MOVED-COUNT
           DISPLAY "Kept on live file......: " LA-KEPT-COUNT
           IF LA-RECOUNT NOT = LA-KEPT-COUNT
               OR LA-ARCH-RECOUNT NOT =
                   LA-ARCH-PRIOR-COUNT + LA-MOVED-COUNT
           EXIT.

       4100-RECOUNT-LIVE.
           READ LoanHistFile NEXT RECORD
               AT END
                   SET LA-FILE-EOF TO TRUE
                   GO TO 4100-EXIT
