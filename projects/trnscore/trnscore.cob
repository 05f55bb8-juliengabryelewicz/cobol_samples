       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TRNSCORE.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  TRNSCORE
      *
      *  Trainee scorecard.  Run after a practice session (see
      *  TRAIN-SVC and TRNREFSH) to mark each trainee's scripted
      *  exercises off the TRNSCRPT.DAT script against what the
      *  session left on the TR* practice files:
      *
      *      issue    TRBKLOAN.DAT   the book on loan to the borrower
      *      hold     TRBKHOLD.DAT   a hold for the borrower on the
      *                              book, waiting or offered
      *      payment  TRBKFINE.DAT   the amount paid on the
      *                              borrower's fine account
      *      lost     TRBOOKAUD.DAT  a successful status change of
      *                              the book to L
      *
      *  Each task prints PASSED, FAILED with the difference found,
      *  or NOT ATTEMPTED when the practice files show nothing done
      *  to the book or borrower at all.  A pass is kept on
      *  TRNPASS.DAT the first time it is found and stands from then
      *  on; a trainee with every scripted task passed on file is
      *  shown READY FOR SIGN-OFF, and a supervisor signs them off
      *  for live access in OPERMNT.
      *
      *  TRNREFSH empties the practice files before a class, so a
      *  practice file that is not there simply shows nothing done.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ScriptFile ASSIGN TO "TRNSCRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TQ-SCRFILE-STATUS.
           SELECT TrainLoanFile ASSIGN TO "TRBKLOAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-BOOK-ID
               FILE STATUS IS TQ-LOANFILE-STATUS.
           SELECT TrainHoldFile ASSIGN TO "TRBKHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TQ-HOLDFILE-STATUS.
           SELECT TrainFineFile ASSIGN TO "TRBKFINE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FN-BORROWER-NO
               FILE STATUS IS TQ-FINEFILE-STATUS.
           SELECT TrainAuditFile ASSIGN TO "TRBOOKAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TQ-AUDFILE-STATUS.
           SELECT PassFile ASSIGN TO "TRNPASS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-PASS-KEY
               FILE STATUS IS TQ-PASSFILE-STATUS.
           SELECT SortFile ASSIGN TO "TRNSCORE.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD ScriptFile.
       COPY TRNSCRPT.

       FD TrainLoanFile.
       COPY LOANREC.

       FD TrainHoldFile.
       COPY HOLDREC.

       FD TrainFineFile.
       COPY FINEREC.

       FD TrainAuditFile.
       COPY AUDITREC.

       FD PassFile.
       COPY TRNPASS.

       SD SortFile.
       01  TQ-SORT-RECORD.
           05  TQ-S-TRAINEE-ID       PIC X(08).
           05  TQ-S-TASK-NO          PIC 9(03).
           05  TQ-S-TASK-CODE        PIC X(01).
               88  TQ-S-ISSUE-TASK   VALUE "I".
               88  TQ-S-HOLD-TASK    VALUE "H".
               88  TQ-S-PAYMENT-TASK VALUE "P".
               88  TQ-S-LOST-TASK    VALUE "L".
           05  TQ-S-BOOK-ID          PIC 9(07).
           05  TQ-S-BORROWER-NO      PIC 9(05).
           05  TQ-S-AMOUNT           PIC 9(05)V99.
           05  TQ-S-DESCRIPTION      PIC X(30).

       WORKING-STORAGE SECTION.
       01  TQ-SCRFILE-STATUS         PIC X(02).
           88  TQ-SCRFILE-OK         VALUE "00".

       01  TQ-LOANFILE-STATUS        PIC X(02).
           88  TQ-LOANFILE-OK        VALUE "00".

       01  TQ-HOLDFILE-STATUS        PIC X(02).
           88  TQ-HOLDFILE-OK        VALUE "00".

       01  TQ-FINEFILE-STATUS        PIC X(02).
           88  TQ-FINEFILE-OK        VALUE "00".

       01  TQ-AUDFILE-STATUS         PIC X(02).
           88  TQ-AUDFILE-OK         VALUE "00".

       01  TQ-PASSFILE-STATUS        PIC X(02).
           88  TQ-PASSFILE-OK        VALUE "00".
           88  TQ-PASSFILE-NEW       VALUE "35".

       01  TQ-EOF-SWITCH             PIC X(01).
           88  TQ-FILE-EOF           VALUE "Y".

       01  TQ-SORT-EOF-SWITCH        PIC X(01).
           88  TQ-SORT-EOF           VALUE "Y".

       01  TQ-LOANS-SWITCH           PIC X(01) VALUE "N".
           88  TQ-LOANS-OPEN         VALUE "Y".

       01  TQ-FINES-SWITCH           PIC X(01) VALUE "N".
           88  TQ-FINES-OPEN         VALUE "Y".

       01  TQ-PASS-SWITCH            PIC X(01) VALUE "N".
           88  TQ-PASS-OPEN          VALUE "Y".

       01  TQ-RESULT-SWITCH          PIC X(01).
           88  TQ-TASK-PASSED        VALUE "P".
           88  TQ-TASK-FAILED        VALUE "F".
           88  TQ-TASK-NOT-TRIED     VALUE "N".
           88  TQ-TASK-BAD-SCRIPT    VALUE "X".

       01  TQ-SYSTEM-DATE            PIC 9(08).

      *  The practice holds, held whole - the file is line
      *  sequential and a class leaves only a handful on it.
       01  TQ-HOLD-MAX               PIC 9(04) VALUE 500.
       01  TQ-HOLD-TABLE.
           05  TQ-HL-ENTRY OCCURS 500 TIMES.
               10  TQ-HL-BOOK-ID     PIC 9(07).
               10  TQ-HL-BORROWER-NO PIC 9(05).
               10  TQ-HL-STATUS      PIC X(01).
       01  TQ-HOLD-COUNT             PIC 9(04).
       01  TQ-HOLD-IX                PIC 9(04).

      *  The last successful status change per book off the
      *  practice audit trail.
       01  TQ-STATUS-MAX             PIC 9(04) VALUE 500.
       01  TQ-STATUS-TABLE.
           05  TQ-ST-ENTRY OCCURS 500 TIMES.
               10  TQ-ST-BOOK-ID     PIC 9(07).
               10  TQ-ST-STATUS      PIC X(01).
       01  TQ-STATUS-COUNT           PIC 9(04).
       01  TQ-STATUS-IX              PIC 9(04).
       01  TQ-STATUS-HIT-IX          PIC 9(04).
       01  TQ-SEARCH-BOOK-ID         PIC 9(07).

       01  TQ-HOLD-FOUND-SWITCH      PIC X(01).
           88  TQ-HOLD-MATCHED       VALUE "M".
           88  TQ-HOLD-OTHER-STATUS  VALUE "S".
           88  TQ-HOLD-OTHER-BORR    VALUE "B".
           88  TQ-HOLD-NONE          VALUE "N".
       01  TQ-HOLD-SEEN-STATUS       PIC X(01).
       01  TQ-HOLD-SEEN-BORROWER     PIC 9(05).

       01  TQ-CUR-TRAINEE            PIC X(08).
       01  TQ-TRAINEE-COUNTS.
           05  TQ-TR-TASKS           PIC 9(03).
           05  TQ-TR-PASSED          PIC 9(03).
           05  TQ-TR-FAILED          PIC 9(03).
           05  TQ-TR-NOT-TRIED       PIC 9(03).
           05  TQ-TR-ON-FILE         PIC 9(03).

       01  TQ-RUN-COUNTS.
           05  TQ-TRAINEES-SCORED    PIC 9(05).
           05  TQ-TASKS-SCORED       PIC 9(05).
           05  TQ-PASSES-RECORDED    PIC 9(05).
           05  TQ-TRAINEES-READY     PIC 9(05).

       01  TQ-DIFFERENCE             PIC X(27).
       01  TQ-EDIT-AMOUNT            PIC ZZ,ZZ9.99.

       COPY RUNDATE.

       01  TQ-TRAINEE-HEADING.
           05  FILLER                PIC X(09) VALUE "TRAINEE".
           05  TQ-TH-TRAINEE-ID      PIC X(08).

       01  TQ-COLUMN-HEADING.
           05  FILLER                PIC X(05) VALUE "TASK".
           05  FILLER                PIC X(08) VALUE "TYPE".
           05  FILLER                PIC X(26) VALUE "DESCRIPTION".
           05  FILLER                PIC X(14) VALUE "RESULT".
           05  FILLER                PIC X(27) VALUE
               "DIFFERENCE FOUND".

       01  TQ-DETAIL-LINE.
           05  TQ-D-TASK-NO          PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TQ-D-TYPE             PIC X(08).
           05  TQ-D-DESCRIPTION      PIC X(25).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  TQ-D-RESULT           PIC X(14).
           05  TQ-D-DIFFERENCE       PIC X(27).

       01  TQ-TOTAL-LINE.
           05  FILLER                PIC X(07) VALUE "TASKS".
           05  TQ-TL-TASKS           PIC ZZ9.
           05  FILLER                PIC X(10) VALUE "  PASSED".
           05  TQ-TL-PASSED          PIC ZZ9.
           05  FILLER                PIC X(10) VALUE "  FAILED".
           05  TQ-TL-FAILED          PIC ZZ9.
           05  FILLER                PIC X(17) VALUE
               "  NOT ATTEMPTED".
           05  TQ-TL-NOT-TRIED       PIC ZZ9.

       01  TQ-FILE-LINE.
           05  FILLER                PIC X(17) VALUE
               "PASSED ON FILE".
           05  TQ-FL-ON-FILE         PIC ZZ9.
           05  FILLER                PIC X(04) VALUE " OF ".
           05  TQ-FL-TASKS           PIC ZZ9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  TQ-FL-VERDICT         PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZEROS
               SORT SortFile
                   ON ASCENDING KEY TQ-S-TRAINEE-ID
                   ON ASCENDING KEY TQ-S-TASK-NO
                   USING ScriptFile
                   OUTPUT PROCEDURE IS 2000-SCORE-TRAINEES
                       THRU 2000-EXIT
           END-IF
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           GOBACK.

       1000-INITIALIZE.
           MOVE ZEROS TO TQ-RUN-COUNTS
           ACCEPT TQ-SYSTEM-DATE FROM DATE YYYYMMDD
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           DISPLAY "TRNSCORE  TRAINEE SCORECARD  RUN DATE: "
                   RD-RUN-DATE-DISPLAY
      *    The script must be there; SORT USING opens it itself, so
      *    it is only tried here.
           OPEN INPUT ScriptFile
           IF NOT TQ-SCRFILE-OK
               DISPLAY "TRNSCRPT.DAT OPEN failed - status "
                       TQ-SCRFILE-STATUS " - nothing to score."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           CLOSE ScriptFile
           OPEN I-O PassFile
           IF TQ-PASSFILE-NEW
               OPEN OUTPUT PassFile
               CLOSE PassFile
               OPEN I-O PassFile
           END-IF
           IF NOT TQ-PASSFILE-OK
               DISPLAY "TRNPASS.DAT OPEN failed - status "
                       TQ-PASSFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           SET TQ-PASS-OPEN TO TRUE
           OPEN INPUT TrainLoanFile
           IF TQ-LOANFILE-OK
               SET TQ-LOANS-OPEN TO TRUE
           ELSE
               DISPLAY "TRBKLOAN.DAT not available - no practice"
                       " loans."
           END-IF
           OPEN INPUT TrainFineFile
           IF TQ-FINEFILE-OK
               SET TQ-FINES-OPEN TO TRUE
           ELSE
               DISPLAY "TRBKFINE.DAT not available - no practice"
                       " payments."
           END-IF
           PERFORM 1100-LOAD-HOLDS THRU 1100-EXIT
           PERFORM 1200-LOAD-STATUS-CHANGES THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-HOLDS.
           MOVE ZEROS TO TQ-HOLD-COUNT
           OPEN INPUT TrainHoldFile
           IF NOT TQ-HOLDFILE-OK
               DISPLAY "TRBKHOLD.DAT not available - no practice"
                       " holds."
               GO TO 1100-EXIT
           END-IF
           MOVE "N" TO TQ-EOF-SWITCH
           PERFORM 1110-LOAD-ONE-HOLD THRU 1110-EXIT
               UNTIL TQ-FILE-EOF
           CLOSE TrainHoldFile.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-HOLD.
           READ TrainHoldFile
               AT END
                   SET TQ-FILE-EOF TO TRUE
                   GO TO 1110-EXIT
           END-READ
           IF TQ-HOLD-COUNT NOT < TQ-HOLD-MAX
               DISPLAY "Practice hold table full - book "
                       HD-BOOK-ID " not scored."
               GO TO 1110-EXIT
           END-IF
           ADD 1 TO TQ-HOLD-COUNT
           MOVE HD-BOOK-ID     TO TQ-HL-BOOK-ID (TQ-HOLD-COUNT)
           MOVE HD-BORROWER-NO TO TQ-HL-BORROWER-NO (TQ-HOLD-COUNT)
           MOVE HD-STATUS      TO TQ-HL-STATUS (TQ-HOLD-COUNT).
       1110-EXIT.
           EXIT.

       1200-LOAD-STATUS-CHANGES.
           MOVE ZEROS TO TQ-STATUS-COUNT
           OPEN INPUT TrainAuditFile
           IF NOT TQ-AUDFILE-OK
               DISPLAY "TRBOOKAUD.DAT not available - no practice"
                       " status changes."
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO TQ-EOF-SWITCH
           PERFORM 1210-LOAD-ONE-CHANGE THRU 1210-EXIT
               UNTIL TQ-FILE-EOF
           CLOSE TrainAuditFile.
       1200-EXIT.
           EXIT.

      *  A later change to the same book replaces the earlier one -
      *  the book's status at the end of the session is what
      *  counts.
       1210-LOAD-ONE-CHANGE.
           READ TrainAuditFile
               AT END
                   SET TQ-FILE-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF AD-TXN-CODE NOT = "U" OR AD-RESULT NOT = "S"
               GO TO 1210-EXIT
           END-IF
           MOVE AD-BOOK-ID TO TQ-SEARCH-BOOK-ID
           PERFORM 2500-FIND-STATUS-CHANGE THRU 2500-EXIT
           IF TQ-STATUS-HIT-IX = ZEROS
               IF TQ-STATUS-COUNT NOT < TQ-STATUS-MAX
                   DISPLAY "Practice status table full - book "
                           AD-BOOK-ID " not scored."
                   GO TO 1210-EXIT
               END-IF
               ADD 1 TO TQ-STATUS-COUNT
               MOVE TQ-STATUS-COUNT TO TQ-STATUS-HIT-IX
               MOVE AD-BOOK-ID TO TQ-ST-BOOK-ID (TQ-STATUS-HIT-IX)
           END-IF
           MOVE AD-AFTER-STATUS TO TQ-ST-STATUS (TQ-STATUS-HIT-IX).
       1210-EXIT.
           EXIT.

      *****************************************************************
      *  2000-SCORE-TRAINEES - the script comes back by trainee and
      *  task number; each trainee's tasks print as one scorecard.
      *****************************************************************
       2000-SCORE-TRAINEES.
           MOVE "N" TO TQ-SORT-EOF-SWITCH
           PERFORM 2900-RETURN-TASK THRU 2900-EXIT
           PERFORM 2100-SCORE-ONE-TRAINEE THRU 2100-EXIT
               UNTIL TQ-SORT-EOF.
       2000-EXIT.
           EXIT.

       2100-SCORE-ONE-TRAINEE.
           MOVE TQ-S-TRAINEE-ID TO TQ-CUR-TRAINEE
           MOVE ZEROS TO TQ-TRAINEE-COUNTS
           ADD 1 TO TQ-TRAINEES-SCORED
           MOVE TQ-CUR-TRAINEE TO TQ-TH-TRAINEE-ID
           DISPLAY SPACES
           DISPLAY TQ-TRAINEE-HEADING
           DISPLAY TQ-COLUMN-HEADING
           DISPLAY "----------------------------------------"
                   "----------------------------------------"
           PERFORM 2200-SCORE-ONE-TASK THRU 2200-EXIT
               UNTIL TQ-SORT-EOF
                  OR TQ-S-TRAINEE-ID NOT = TQ-CUR-TRAINEE
           MOVE TQ-TR-TASKS     TO TQ-TL-TASKS
           MOVE TQ-TR-PASSED    TO TQ-TL-PASSED
           MOVE TQ-TR-FAILED    TO TQ-TL-FAILED
           MOVE TQ-TR-NOT-TRIED TO TQ-TL-NOT-TRIED
           DISPLAY "----------------------------------------"
                   "----------------------------------------"
           DISPLAY TQ-TOTAL-LINE
           MOVE TQ-TR-ON-FILE   TO TQ-FL-ON-FILE
           MOVE TQ-TR-TASKS     TO TQ-FL-TASKS
           IF TQ-TR-ON-FILE = TQ-TR-TASKS
               MOVE "READY FOR SIGN-OFF" TO TQ-FL-VERDICT
               ADD 1 TO TQ-TRAINEES-READY
           ELSE
               MOVE "NOT YET READY FOR SIGN-OFF" TO TQ-FL-VERDICT
           END-IF
           DISPLAY TQ-FILE-LINE.
       2100-EXIT.
           EXIT.

       2200-SCORE-ONE-TASK.
           ADD 1 TO TQ-TR-TASKS TQ-TASKS-SCORED
           MOVE SPACES TO TQ-DIFFERENCE
           MOVE TQ-S-TASK-NO     TO TQ-D-TASK-NO
           MOVE TQ-S-DESCRIPTION TO TQ-D-DESCRIPTION
           EVALUATE TRUE
               WHEN TQ-S-ISSUE-TASK
                   MOVE "ISSUE" TO TQ-D-TYPE
                   PERFORM 2300-CHECK-ISSUE THRU 2300-EXIT
               WHEN TQ-S-HOLD-TASK
                   MOVE "HOLD" TO TQ-D-TYPE
                   PERFORM 2400-CHECK-HOLD THRU 2400-EXIT
               WHEN TQ-S-PAYMENT-TASK
                   MOVE "PAYMENT" TO TQ-D-TYPE
                   PERFORM 2600-CHECK-PAYMENT THRU 2600-EXIT
               WHEN TQ-S-LOST-TASK
                   MOVE "LOST" TO TQ-D-TYPE
                   PERFORM 2700-CHECK-LOST THRU 2700-EXIT
               WHEN OTHER
                   MOVE "?" TO TQ-D-TYPE
                   SET TQ-TASK-BAD-SCRIPT TO TRUE
                   MOVE "UNKNOWN TASK CODE" TO TQ-DIFFERENCE
           END-EVALUATE
           EVALUATE TRUE
               WHEN TQ-TASK-PASSED
                   MOVE "PASSED" TO TQ-D-RESULT
                   ADD 1 TO TQ-TR-PASSED
               WHEN TQ-TASK-NOT-TRIED
                   MOVE "NOT ATTEMPTED" TO TQ-D-RESULT
                   ADD 1 TO TQ-TR-NOT-TRIED
               WHEN OTHER
                   MOVE "FAILED" TO TQ-D-RESULT
                   ADD 1 TO TQ-TR-FAILED
           END-EVALUATE
           MOVE TQ-DIFFERENCE TO TQ-D-DIFFERENCE
           DISPLAY TQ-DETAIL-LINE
           PERFORM 2800-KEEP-PASS THRU 2800-EXIT
           PERFORM 2900-RETURN-TASK THRU 2900-EXIT.
       2200-EXIT.
           EXIT.

       2300-CHECK-ISSUE.
           SET TQ-TASK-NOT-TRIED TO TRUE
           IF NOT TQ-LOANS-OPEN
               GO TO 2300-EXIT
           END-IF
           MOVE TQ-S-BOOK-ID TO LN-BOOK-ID
           READ TrainLoanFile
               INVALID KEY
                   GO TO 2300-EXIT
           END-READ
           EVALUATE TRUE
               WHEN NOT LN-ON-LOAN
                   SET TQ-TASK-FAILED TO TRUE
                   MOVE "LOAN ALREADY RETURNED" TO TQ-DIFFERENCE
               WHEN LN-BORROWER-NO NOT = TQ-S-BORROWER-NO
                   SET TQ-TASK-FAILED TO TRUE
                   STRING "ON LOAN TO " DELIMITED BY SIZE
                          LN-BORROWER-NO DELIMITED BY SIZE
                          " NOT " DELIMITED BY SIZE
                          TQ-S-BORROWER-NO DELIMITED BY SIZE
                       INTO TQ-DIFFERENCE
               WHEN OTHER
                   SET TQ-TASK-PASSED TO TRUE
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      *  A hold for the right borrower in any state but waiting or
      *  offered fails; a hold on the book for somebody else fails;
      *  no hold on the book at all was never tried.
       2400-CHECK-HOLD.
           SET TQ-HOLD-NONE TO TRUE
           PERFORM 2410-MATCH-ONE-HOLD THRU 2410-EXIT
               VARYING TQ-HOLD-IX FROM 1 BY 1
               UNTIL TQ-HOLD-IX > TQ-HOLD-COUNT
                  OR TQ-HOLD-MATCHED
           EVALUATE TRUE
               WHEN TQ-HOLD-MATCHED
                   SET TQ-TASK-PASSED TO TRUE
               WHEN TQ-HOLD-OTHER-STATUS
                   SET TQ-TASK-FAILED TO TRUE
                   STRING "HOLD PLACED BUT STATUS " DELIMITED BY SIZE
                          TQ-HOLD-SEEN-STATUS DELIMITED BY SIZE
                       INTO TQ-DIFFERENCE
               WHEN TQ-HOLD-OTHER-BORR
                   SET TQ-TASK-FAILED TO TRUE
                   STRING "HOLD FOR " DELIMITED BY SIZE
                          TQ-HOLD-SEEN-BORROWER DELIMITED BY SIZE
                          " NOT " DELIMITED BY SIZE
                          TQ-S-BORROWER-NO DELIMITED BY SIZE
                       INTO TQ-DIFFERENCE
               WHEN OTHER
                   SET TQ-TASK-NOT-TRIED TO TRUE
           END-EVALUATE.
       2400-EXIT.
           EXIT.

       2410-MATCH-ONE-HOLD.
           IF TQ-HL-BOOK-ID (TQ-HOLD-IX) NOT = TQ-S-BOOK-ID
               GO TO 2410-EXIT
           END-IF
           IF TQ-HL-BORROWER-NO (TQ-HOLD-IX) = TQ-S-BORROWER-NO
               IF TQ-HL-STATUS (TQ-HOLD-IX) = "W"
                   OR TQ-HL-STATUS (TQ-HOLD-IX) = "O"
                   SET TQ-HOLD-MATCHED TO TRUE
               ELSE
                   SET TQ-HOLD-OTHER-STATUS TO TRUE
                   MOVE TQ-HL-STATUS (TQ-HOLD-IX)
                                     TO TQ-HOLD-SEEN-STATUS
               END-IF
               GO TO 2410-EXIT
           END-IF
           IF TQ-HOLD-NONE
               SET TQ-HOLD-OTHER-BORR TO TRUE
               MOVE TQ-HL-BORROWER-NO (TQ-HOLD-IX)
                                     TO TQ-HOLD-SEEN-BORROWER
           END-IF.
       2410-EXIT.
           EXIT.

       2500-FIND-STATUS-CHANGE.
           MOVE ZEROS TO TQ-STATUS-HIT-IX
           PERFORM 2510-MATCH-ONE-CHANGE THRU 2510-EXIT
               VARYING TQ-STATUS-IX FROM 1 BY 1
               UNTIL TQ-STATUS-IX > TQ-STATUS-COUNT
                  OR TQ-STATUS-HIT-IX > ZEROS.
       2500-EXIT.
           EXIT.

       2510-MATCH-ONE-CHANGE.
           IF TQ-ST-BOOK-ID (TQ-STATUS-IX) = TQ-SEARCH-BOOK-ID
               MOVE TQ-STATUS-IX TO TQ-STATUS-HIT-IX
           END-IF.
       2510-EXIT.
           EXIT.

       2600-CHECK-PAYMENT.
           SET TQ-TASK-NOT-TRIED TO TRUE
           IF NOT TQ-FINES-OPEN
               GO TO 2600-EXIT
           END-IF
           MOVE TQ-S-BORROWER-NO TO FN-BORROWER-NO
           READ TrainFineFile
               INVALID KEY
                   GO TO 2600-EXIT
           END-READ
           IF FN-PAID-TOTAL = ZEROS
               GO TO 2600-EXIT
           END-IF
           IF FN-PAID-TOTAL = TQ-S-AMOUNT
               SET TQ-TASK-PASSED TO TRUE
           ELSE
               SET TQ-TASK-FAILED TO TRUE
               MOVE FN-PAID-TOTAL TO TQ-EDIT-AMOUNT
               STRING "PAID " DELIMITED BY SIZE
                      TQ-EDIT-AMOUNT DELIMITED BY SIZE
                      " NOT" DELIMITED BY SIZE
                   INTO TQ-DIFFERENCE
               MOVE TQ-S-AMOUNT TO TQ-EDIT-AMOUNT
               MOVE TQ-EDIT-AMOUNT TO TQ-DIFFERENCE (19:9)
           END-IF.
       2600-EXIT.
           EXIT.

       2700-CHECK-LOST.
           SET TQ-TASK-NOT-TRIED TO TRUE
           MOVE TQ-S-BOOK-ID TO TQ-SEARCH-BOOK-ID
           PERFORM 2500-FIND-STATUS-CHANGE THRU 2500-EXIT
           IF TQ-STATUS-HIT-IX = ZEROS
               GO TO 2700-EXIT
           END-IF
           IF TQ-ST-STATUS (TQ-STATUS-HIT-IX) = "L"
               SET TQ-TASK-PASSED TO TRUE
           ELSE
               SET TQ-TASK-FAILED TO TRUE
               STRING "STATUS SET TO " DELIMITED BY SIZE
                      TQ-ST-STATUS (TQ-STATUS-HIT-IX)
                                     DELIMITED BY SIZE
                      " NOT L" DELIMITED BY SIZE
                   INTO TQ-DIFFERENCE
           END-IF.
       2700-EXIT.
           EXIT.

      *  The first pass found is kept with its date; one already on
      *  file is left as it is.
       2800-KEEP-PASS.
           MOVE TQ-S-TRAINEE-ID TO TA-TRAINEE-ID
           MOVE TQ-S-TASK-NO    TO TA-TASK-NO
           READ PassFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO TQ-TR-ON-FILE
                   GO TO 2800-EXIT
           END-READ
           IF NOT TQ-TASK-PASSED
               GO TO 2800-EXIT
           END-IF
           MOVE TQ-S-TRAINEE-ID  TO TA-TRAINEE-ID
           MOVE TQ-S-TASK-NO     TO TA-TASK-NO
           MOVE TQ-S-TASK-CODE   TO TA-TASK-CODE
           MOVE TQ-S-DESCRIPTION TO TA-DESCRIPTION
           MOVE TQ-SYSTEM-DATE   TO TA-PASS-DATE
           WRITE TA-PASS-RECORD
               INVALID KEY
                   DISPLAY "Pass for " TQ-S-TRAINEE-ID " task "
                           TQ-S-TASK-NO " not recorded - status "
                           TQ-PASSFILE-STATUS "."
               NOT INVALID KEY
                   ADD 1 TO TQ-TR-ON-FILE TQ-PASSES-RECORDED
           END-WRITE.
       2800-EXIT.
           EXIT.

       2900-RETURN-TASK.
           RETURN SortFile
               AT END
                   SET TQ-SORT-EOF TO TRUE
           END-RETURN.
       2900-EXIT.
           EXIT.

       3000-TERMINATE.
           IF TQ-PASS-OPEN
               CLOSE PassFile
           END-IF
           IF TQ-LOANS-OPEN
               CLOSE TrainLoanFile
           END-IF
           IF TQ-FINES-OPEN
               CLOSE TrainFineFile
           END-IF
           DISPLAY SPACES
           DISPLAY "Trainees scored........: " TQ-TRAINEES-SCORED
           DISPLAY "Tasks scored...........: " TQ-TASKS-SCORED
           DISPLAY "Passes recorded........: " TQ-PASSES-RECORDED
           DISPLAY "Ready for sign-off.....: " TQ-TRAINEES-READY.
       3000-EXIT.
           EXIT.
