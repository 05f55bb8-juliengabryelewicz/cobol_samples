       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LHCONV.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  LHCONV
      *
      *  One-shot conversion of the loan-history trail to the
      *  indexed LOANHIST.DAT, in the BOOKCONV style.  The 65-byte
      *  sequential trail (as BOOKCONV left it) is unloaded to
      *  LHCONV.TMP, and the indexed file is built from it with
      *  the book and event date and time moved to the front as
      *  LH-HISTORY-KEY (see LOANHIST).  The new file is then
      *  recounted off disk, and events read, events written and
      *  events recounted must all agree.  A second event for the
      *  same book at the same centisecond goes in one hundredth
      *  later, the way BOOKLOAN now writes, and is counted.
      *
      *  Every LHAyyyy.DAT archive LOANARCH has written, back
      *  thirty years, is then rewritten in place in the same new
      *  record order through the work file, so BOOKCIRC and
      *  RETAIN read archives and the live file alike.
      *
      *  Every trail record carries its event code - L, R or N -
      *  in position 8; the new layout has a date digit there.  A
      *  record without one stops the run before anything is
      *  rewritten, so a file already converted is never converted
      *  twice.  Run this ONCE, with nothing else against the
      *  files; LHCONV.TMP holds the last file unloaded until the
      *  next run.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WorkFile ASSIGN TO "LHCONV.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HC-WORKFILE-STATUS.
           SELECT OldSeqFile ASSIGN TO HC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HC-OLDFILE-STATUS.
           SELECT NewSeqFile ASSIGN TO HC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HC-NEWFILE-STATUS.
           SELECT LoanHistFile ASSIGN TO "LOANHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-HISTORY-KEY
               ALTERNATE RECORD KEY IS LH-BORROWER-NO WITH DUPLICATES
               ALTERNATE RECORD KEY IS LH-EVENT-DATE WITH DUPLICATES
               FILE STATUS IS HC-NEWFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD WorkFile.
       01  HC-WORK-RECORD            PIC X(65).

       FD OldSeqFile.
       01  HC-OLD-SEQ-RECORD         PIC X(65).

       FD NewSeqFile.
       01  HC-NEW-SEQ-RECORD         PIC X(65).

       FD LoanHistFile.
       COPY LOANHIST.

       WORKING-STORAGE SECTION.
       01  HC-WORKFILE-STATUS        PIC X(02).
           88  HC-WORKFILE-OK        VALUE "00".

       01  HC-OLDFILE-STATUS         PIC X(02).
           88  HC-OLDFILE-OK         VALUE "00".

       01  HC-NEWFILE-STATUS         PIC X(02).
           88  HC-NEWFILE-OK         VALUE "00".

       01  HC-EOF-SWITCH             PIC X(01).
           88  HC-FILE-EOF           VALUE "Y".

       01  HC-FILE-NAME              PIC X(16).
       01  HC-IN-COUNT               PIC 9(07).
       01  HC-OUT-COUNT              PIC 9(07).
       01  HC-RECOUNT                PIC 9(07).
       01  HC-STEPPED-COUNT          PIC 9(07).
       01  HC-BAD-COUNT              PIC 9(07).
       01  HC-FILE-COUNT             PIC 9(03) VALUE ZEROS.
       01  HC-FAIL-SWITCH            PIC X(01) VALUE "N".
           88  HC-CONVERSION-FAILED  VALUE "Y".

      *  A duplicate key is stepped on a hundredth at a time; this
      *  many tries means something other than a clash is wrong.
       01  HC-WRITE-TRIES            PIC 9(03).
       01  HC-MAX-TRIES              PIC 9(03) VALUE 99.

      *  Archives are looked for back this many years from today,
      *  as RETAIN does.
       01  HC-ARCH-YEARS-BACK        PIC 9(02) VALUE 30.
       01  HC-ARCH-YEAR              PIC 9(04).
       01  HC-FIRST-ARCH-YEAR        PIC 9(04).

       01  HC-SYSTEM-DATE            PIC 9(08).
       01  HC-SYSTEM-DATE-PARTS REDEFINES HC-SYSTEM-DATE.
           05  HC-SYSTEM-YEAR        PIC 9(04).
           05  FILLER                PIC 9(04).

      *  The OLD trail layout, exactly as the sequential file and
      *  its archives carry it today.
       01  HC-O-LHIST.
           05  HC-O-LH-ID            PIC X(07).
           05  HC-O-LH-TXN           PIC X(01).
               88  HC-O-LH-TXN-VALID VALUE "L" "R" "N".
           05  HC-O-LH-BORROWER      PIC X(25).
           05  HC-O-LH-BORRNO        PIC X(05).
           05  HC-O-LH-EDATE         PIC X(08).
           05  HC-O-LH-ETIME         PIC X(08).
           05  HC-O-LH-DDATE         PIC X(08).
           05  HC-O-LH-BRANCH        PIC X(03).

      *  The NEW record order, for the archives - the same as the
      *  LOANHIST copybook.
       01  HC-N-LHIST.
           05  HC-N-LH-ID            PIC X(07).
           05  HC-N-LH-EDATE         PIC X(08).
           05  HC-N-LH-ETIME         PIC X(08).
           05  HC-N-LH-TXN           PIC X(01).
           05  HC-N-LH-BORROWER      PIC X(25).
           05  HC-N-LH-BORRNO        PIC X(05).
           05  HC-N-LH-DDATE         PIC X(08).
           05  HC-N-LH-BRANCH        PIC X(03).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "LHCONV  LOAN-HISTORY INDEXED CONVERSION"
           DISPLAY "Run this once, with nothing else against the"
           DISPLAY "files."
           ACCEPT HC-SYSTEM-DATE FROM DATE YYYYMMDD
           SUBTRACT HC-ARCH-YEARS-BACK FROM HC-SYSTEM-YEAR
               GIVING HC-FIRST-ARCH-YEAR
           PERFORM 1000-CONVERT-LIVE-TRAIL THRU 1000-EXIT
           IF NOT HC-CONVERSION-FAILED
               PERFORM 2000-CONVERT-ONE-ARCHIVE THRU 2000-EXIT
                   VARYING HC-ARCH-YEAR FROM HC-FIRST-ARCH-YEAR BY 1
                   UNTIL HC-ARCH-YEAR > HC-SYSTEM-YEAR
                   OR HC-CONVERSION-FAILED
           END-IF
           DISPLAY "--------------------------------------"
           IF HC-CONVERSION-FAILED
               DISPLAY "*** CONVERSION OUT OF BALANCE - DO NOT RUN"
                       " THE TOOLKIT UNTIL RESOLVED - REMAINING"
                       " FILES LEFT UNTOUCHED ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Conversion balanced - " HC-FILE-COUNT
                       " file(s) rewritten."
           END-IF
           GOBACK.

      *****************************************************************
      *  1000-CONVERT-LIVE-TRAIL - unload the sequential trail to
      *  the work file, build the indexed file from it, and prove
      *  the counts off the new file.
      *****************************************************************
       1000-CONVERT-LIVE-TRAIL.
           MOVE "LOANHIST.DAT" TO HC-FILE-NAME
           PERFORM 8000-UNLOAD-ONE-FILE THRU 8000-EXIT
           IF HC-CONVERSION-FAILED OR NOT HC-OLDFILE-OK
               GO TO 1000-EXIT
           END-IF
           MOVE ZEROS TO HC-OUT-COUNT HC-STEPPED-COUNT
           OPEN OUTPUT LoanHistFile
           IF NOT HC-NEWFILE-OK
               DISPLAY "LOANHIST.DAT indexed OPEN failed - status "
                       HC-NEWFILE-STATUS " - the trail is on"
                       " LHCONV.TMP."
               SET HC-CONVERSION-FAILED TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT WorkFile
           MOVE "N" TO HC-EOF-SWITCH
           PERFORM 1100-LOAD-ONE-EVENT THRU 1100-EXIT
               UNTIL HC-FILE-EOF
           CLOSE LoanHistFile
           CLOSE WorkFile
           PERFORM 1300-RECOUNT-INDEXED THRU 1300-EXIT
           IF HC-STEPPED-COUNT > ZEROS
               DISPLAY "LOANHIST.DAT - " HC-STEPPED-COUNT
                       " event(s) at a clashing time stepped on."
           END-IF
           IF HC-RECOUNT NOT = HC-OUT-COUNT
               DISPLAY "*** LOANHIST.DAT RECOUNT " HC-RECOUNT
                       " - WRITTEN " HC-OUT-COUNT " ***"
               SET HC-CONVERSION-FAILED TO TRUE
               GO TO 1000-EXIT
           END-IF
           PERFORM 9000-BALANCE-ONE-FILE THRU 9000-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-EVENT.
           READ WorkFile
               AT END
                   SET HC-FILE-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ
           MOVE HC-WORK-RECORD TO HC-O-LHIST
           MOVE HC-O-LH-ID       TO LH-BOOK-ID
           MOVE HC-O-LH-EDATE    TO LH-EVENT-DATE
           MOVE HC-O-LH-ETIME    TO LH-EVENT-TIME
           MOVE HC-O-LH-TXN      TO LH-TXN-CODE
           MOVE HC-O-LH-BORROWER TO LH-BORROWER
           MOVE HC-O-LH-BORRNO   TO LH-BORROWER-NO
           MOVE HC-O-LH-DDATE    TO LH-DUE-DATE
           MOVE HC-O-LH-BRANCH   TO LH-BRANCH
           MOVE ZEROS TO HC-WRITE-TRIES
           WRITE LH-HISTORY-RECORD
               INVALID KEY
                   PERFORM 1200-STEP-EVENT-TIME THRU 1200-EXIT
                       UNTIL HC-NEWFILE-OK
                       OR HC-WRITE-TRIES > HC-MAX-TRIES
                   IF HC-NEWFILE-OK
                       ADD 1 TO HC-STEPPED-COUNT
                   END-IF
           END-WRITE
           IF HC-NEWFILE-OK
               ADD 1 TO HC-OUT-COUNT
           ELSE
               DISPLAY "Event for book " HC-O-LH-ID " on "
                       HC-O-LH-EDATE " rejected - status "
                       HC-NEWFILE-STATUS "."
           END-IF.
       1100-EXIT.
           EXIT.

      *  Same book, same centisecond - try the next hundredth.
       1200-STEP-EVENT-TIME.
           ADD 1 TO HC-WRITE-TRIES
           ADD 1 TO LH-EVENT-TIME
           WRITE LH-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
       1200-EXIT.
           EXIT.

       1300-RECOUNT-INDEXED.
           MOVE ZEROS TO HC-RECOUNT
           OPEN INPUT LoanHistFile
           IF NOT HC-NEWFILE-OK
               GO TO 1300-EXIT
           END-IF
           MOVE "N" TO HC-EOF-SWITCH
           PERFORM 1310-RECOUNT-ONE THRU 1310-EXIT
               UNTIL HC-FILE-EOF
           CLOSE LoanHistFile.
       1300-EXIT.
           EXIT.

       1310-RECOUNT-ONE.
           READ LoanHistFile NEXT RECORD
               AT END
                   SET HC-FILE-EOF TO TRUE
                   GO TO 1310-EXIT
           END-READ
           ADD 1 TO HC-RECOUNT.
       1310-EXIT.
           EXIT.

      *****************************************************************
      *  2000-CONVERT-ONE-ARCHIVE - an LHAyyyy.DAT archive, rewritten
      *  in place in the new record order.  Most years never had an
      *  archive; those are passed over without comment.
      *****************************************************************
       2000-CONVERT-ONE-ARCHIVE.
           MOVE SPACES TO HC-FILE-NAME
           STRING "LHA"        DELIMITED BY SIZE
                  HC-ARCH-YEAR DELIMITED BY SIZE
                  ".DAT"       DELIMITED BY SIZE
               INTO HC-FILE-NAME
           PERFORM 8000-UNLOAD-ONE-FILE THRU 8000-EXIT
           IF HC-CONVERSION-FAILED OR NOT HC-OLDFILE-OK
               GO TO 2000-EXIT
           END-IF
           MOVE ZEROS TO HC-OUT-COUNT
           OPEN OUTPUT NewSeqFile
           OPEN INPUT WorkFile
           MOVE "N" TO HC-EOF-SWITCH
           PERFORM 2100-RELOAD-ONE-EVENT THRU 2100-EXIT
               UNTIL HC-FILE-EOF
           CLOSE NewSeqFile
           CLOSE WorkFile
           PERFORM 9000-BALANCE-ONE-FILE THRU 9000-EXIT.
       2000-EXIT.
           EXIT.

       2100-RELOAD-ONE-EVENT.
           READ WorkFile
               AT END
                   SET HC-FILE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           MOVE HC-WORK-RECORD TO HC-O-LHIST
           MOVE HC-O-LH-ID       TO HC-N-LH-ID
           MOVE HC-O-LH-EDATE    TO HC-N-LH-EDATE
           MOVE HC-O-LH-ETIME    TO HC-N-LH-ETIME
           MOVE HC-O-LH-TXN      TO HC-N-LH-TXN
           MOVE HC-O-LH-BORROWER TO HC-N-LH-BORROWER
           MOVE HC-O-LH-BORRNO   TO HC-N-LH-BORRNO
           MOVE HC-O-LH-DDATE    TO HC-N-LH-DDATE
           MOVE HC-O-LH-BRANCH   TO HC-N-LH-BRANCH
           WRITE HC-NEW-SEQ-RECORD FROM HC-N-LHIST
           ADD 1 TO HC-OUT-COUNT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  8000-UNLOAD-ONE-FILE - copy HC-FILE-NAME to the work file
      *  as it stands, checking every record is in the trail layout.
      *  Leaves HC-OLDFILE-OK false when the file is not there.
      *****************************************************************
       8000-UNLOAD-ONE-FILE.
           MOVE ZEROS TO HC-IN-COUNT HC-BAD-COUNT
           OPEN INPUT OldSeqFile
           IF NOT HC-OLDFILE-OK
               IF HC-FILE-NAME = "LOANHIST.DAT"
                   DISPLAY "LOANHIST.DAT not opened ("
                           HC-OLDFILE-STATUS ") - skipped."
               END-IF
               GO TO 8000-EXIT
           END-IF
           OPEN OUTPUT WorkFile
           IF NOT HC-WORKFILE-OK
               DISPLAY "LHCONV.TMP OPEN failed - status "
                       HC-WORKFILE-STATUS "."
               CLOSE OldSeqFile
               SET HC-CONVERSION-FAILED TO TRUE
               GO TO 8000-EXIT
           END-IF
           MOVE "N" TO HC-EOF-SWITCH
           PERFORM 8100-UNLOAD-ONE-EVENT THRU 8100-EXIT
               UNTIL HC-FILE-EOF
           CLOSE OldSeqFile
           CLOSE WorkFile
           IF HC-BAD-COUNT > ZEROS
               DISPLAY "*** " HC-FILE-NAME " - " HC-BAD-COUNT
                       " record(s) not in the trail layout -"
                       " already converted? ***"
               SET HC-CONVERSION-FAILED TO TRUE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-UNLOAD-ONE-EVENT.
           READ OldSeqFile
               AT END
                   SET HC-FILE-EOF TO TRUE
                   GO TO 8100-EXIT
           END-READ
           ADD 1 TO HC-IN-COUNT
           MOVE HC-OLD-SEQ-RECORD TO HC-O-LHIST
           IF NOT HC-O-LH-TXN-VALID
               ADD 1 TO HC-BAD-COUNT
           END-IF
           MOVE HC-OLD-SEQ-RECORD TO HC-WORK-RECORD
           WRITE HC-WORK-RECORD.
       8100-EXIT.
           EXIT.

       9000-BALANCE-ONE-FILE.
           IF HC-IN-COUNT = HC-OUT-COUNT
               ADD 1 TO HC-FILE-COUNT
               DISPLAY HC-FILE-NAME " converted - " HC-OUT-COUNT
                       " record(s)."
           ELSE
               DISPLAY "*** " HC-FILE-NAME " OUT OF BALANCE - IN "
                       HC-IN-COUNT " OUT " HC-OUT-COUNT " ***"
               SET HC-CONVERSION-FAILED TO TRUE
           END-IF.
       9000-EXIT.
           EXIT.
