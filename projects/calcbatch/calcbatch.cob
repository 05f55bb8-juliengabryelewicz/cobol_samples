      *  unattended.  Every transaction, successful or not, is also
      *  appended to the CALCHIST.DAT history log CALCULATOR uses.
      *
      *  An expression record (E in column one) carries a whole
      *  expression instead, evaluated by EXPR-SVC with every step
      *  logged.  Its memory register starts empty each run and is
      *  carried from record to record, so one line can MS a
      *  subtotal that a later line MRs.
      *
      *  Every so many transactions (100, or the CALCOPT.DAT card's
      *  interval) the run takes a checkpoint on CALCCKPT.DAT - the
      *  input position, the counts, the operand hash, the memory
      *  register, and how many lines CALCHIST.DAT and CALCREJ.DAT
      *  hold at that point, with both files closed and reopened so
      *  those lines are safely down.  A run that dies leaves its
      *  last checkpoint open; with restart (Y in column two of the
      *  card) the next run cuts CALCHIST.DAT and CALCREJ.DAT back
      *  to the checkpoint, skips the transactions already done and
      *  carries on with the checkpoint's totals, so nothing is
      *  logged twice and the trailer still balances.  A card left
      *  at Y after a clean finish simply runs the next file.
      *
      *  Modification history
      *  ---------------------
      *  2026-08-09  jg  Original program.
      *                  runs, flagged unproven; the rerun of
      *                  corrected rejects never balances (the
      *                  rejects file carries no trailer).
      *  2026-10-15  jg  Accepts the new CALCTRAN.DAT expression
      *                  record through the shared EXPR-SVC
      *                  evaluator.  Each step is logged to
      *                  CALCHIST.DAT; a failed expression goes to
      *                  CALCREJ.DAT in the expression layout with
      *                  its status and the column at fault, and is
      *                  rerun like any other reject.
      *  2026-10-15  jg  Checkpoint and restart - a checkpoint every
      *                  N transactions on CALCCKPT.DAT, and a
      *                  restart switch and interval on the
      *                  CALCOPT.DAT card that resume a failed run
      *                  after its last checkpoint without logging
      *                  history or rejects twice.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OptionFile ASSIGN TO "CALCOPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-OPTFILE-STATUS.
           SELECT CheckpointFile ASSIGN TO "CALCCKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-CKPTFILE-STATUS.
           SELECT TrimFile ASSIGN TO "CALCTRIM.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-TRIMFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY CALCHIST.

       FD  RerunFile.
       01  RR-RERUN-RECORD           PIC X(66).

       FD  RejectFile.
       01  CJ-REJECT-RECORD.
           05  CJ-TRANSACTION        PIC X(18).
           05  CJ-STATUS             PIC X(02).
       01  CJ-EXPR-REJECT-RECORD.
           05  CJ-EX-TRANSACTION     PIC X(62).
           05  CJ-EX-STATUS          PIC X(02).
           05  CJ-EX-POSITION        PIC 9(02).

       FD  OptionFile.
       01  CB-OPTION-RECORD.
           05  CB-OPT-RUN-MODE       PIC X(01).
           05  CB-OPT-RESTART        PIC X(01).
           05  CB-OPT-INTERVAL       PIC X(05).
           05  CB-OPT-INTERVAL-N REDEFINES CB-OPT-INTERVAL
                                     PIC 9(05).

      *  One record, rewritten at every checkpoint - open (A) while
      *  the run is going, closed (C) once it has finished.
       FD  CheckpointFile.
       01  CK-CHECKPOINT-RECORD.
           05  CK-RUN-STATE          PIC X(01).
               88  CK-RUN-OPEN       VALUE "A".
               88  CK-RUN-ENDED      VALUE "C".
           05  CK-RUN-MODE           PIC X(01).
           05  CK-DATE               PIC 9(08).
           05  CK-TIME               PIC 9(08).
           05  CK-POSITION           PIC 9(07).
           05  CK-RECORD-COUNT       PIC 9(05).
           05  CK-PROCESSED-COUNT    PIC 9(05).
           05  CK-ERROR-COUNT        PIC 9(05).
           05  CK-PAGE-COUNT         PIC 9(03).
           05  CK-HASH-TOTAL         PIC S9(09)V99 SIGN LEADING
                                      SEPARATE.
           05  CK-MEMORY             PIC S9(09)V99 SIGN LEADING
                                      SEPARATE.
           05  CK-HIST-LINES         PIC 9(09).
           05  CK-REJ-LINES          PIC 9(07).

       FD  TrimFile.
       01  TM-TRIM-RECORD            PIC X(66).

       WORKING-STORAGE SECTION.
       01  CB-TRANFILE-STATUS        PIC X(02).
       01  CB-OPTFILE-STATUS         PIC X(02).
           88  CB-OPTFILE-OK         VALUE "00".

       01  CB-CKPTFILE-STATUS        PIC X(02).
           88  CB-CKPTFILE-OK        VALUE "00".

       01  CB-TRIMFILE-STATUS        PIC X(02).
           88  CB-TRIMFILE-OK        VALUE "00".

       01  CB-RESTART-SWITCH         PIC X(01) VALUE "N".
           88  CB-RESTART-ASKED      VALUE "Y" "y".

       01  CB-RESTARTING-SWITCH      PIC X(01) VALUE "N".
           88  CB-RESTARTING         VALUE "Y".

       01  CB-TRIM-EOF-SWITCH        PIC X(01).
           88  CB-TRIM-EOF           VALUE "Y".

      *  Transactions between checkpoints - the card overrides.
       01  CB-CKPT-INTERVAL          PIC 9(05) VALUE 100.
       01  CB-POSITION               PIC 9(07) VALUE ZEROS.
       01  CB-SKIP-COUNT             PIC 9(07).
       01  CB-CKPT-QUOTIENT          PIC 9(07).
       01  CB-CKPT-REMAINDER         PIC 9(05).
       01  CB-HIST-LINES             PIC 9(09) VALUE ZEROS.
       01  CB-REJ-LINES              PIC 9(07) VALUE ZEROS.
       01  CB-TRIM-KEEP              PIC 9(09).
       01  CB-TRIM-COUNT             PIC 9(09).

       01  CB-RUN-MODE               PIC X(01) VALUE "N".
           88  CB-RERUN-MODE         VALUE "R" "r".

       01  CB-HASH-TOTAL             PIC S9(09)V99 VALUE ZEROS.
       01  CB-ACCOUNTED-COUNT        PIC 9(05) VALUE ZEROS.

       01  CB-MEMORY                 PIC S9(09)V99 VALUE ZEROS.
       01  CB-STEP-IX                PIC 9(02).

       COPY EXPRSVCA.

       COPY RUNDATE.

       COPY STEPLOGC.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  CB-D-RESULT           PIC -(09)9.99.

       01  CB-EXPR-RESULT-LINE.
           05  FILLER                PIC X(34) VALUE
               "    expression result".
           05  CB-E-RESULT           PIC -(09)9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "CALC-BATCH" TO SL-STEP-NAME
           PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
               UNTIL CB-TRANFILE-EOF
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           PERFORM 2800-WRITE-CHECKPOINT THRU 2800-EXIT
           MOVE "CALC-BATCH" TO SL-STEP-NAME
           MOVE "STOP" TO SL-STEP-ACTION
           CALL "STEP-LOG" USING SL-STEP-LOG-AREA
      *  The CALCOPT.DAT card selects the run mode - N (or no card)
      *  processes the day's CALCTRAN.DAT; R processes the corrected
      *  rejects saved as CALCRERUN.DAT.  Either way new failures go
      *  to CALCREJ.DAT.  A restart picks the totals up from the
      *  open checkpoint and cuts the two logs back to it before
      *  they are opened for the run.
       1000-INITIALIZE.
           MOVE "N" TO CB-TRANFILE-EOF-SWITCH
           MOVE "N" TO CB-RUN-MODE
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           PERFORM 1100-READ-OPTION-CARD THRU 1100-EXIT
           PERFORM 1300-CHECK-RESTART THRU 1300-EXIT
           IF RETURN-CODE NOT = ZEROS
               GOBACK
           END-IF
           IF CB-RERUN-MODE
               DISPLAY "CALCBATCH - rerun of corrected rejects"
                       " (CALCRERUN.DAT)."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF CB-RESTARTING
               OPEN EXTEND RejectFile
           ELSE
               OPEN OUTPUT RejectFile
           END-IF
           IF NOT CB-REJFILE-OK
               DISPLAY "CALCREJ.DAT OPEN failed - status "
                       CB-REJFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZEROS TO CB-SKIP-COUNT
           PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT
           PERFORM 1500-SKIP-ONE-DONE THRU 1500-EXIT
               UNTIL CB-SKIP-COUNT NOT < CB-POSITION
                  OR CB-TRANFILE-EOF
           PERFORM 2800-WRITE-CHECKPOINT THRU 2800-EXIT.
       1000-EXIT.
           EXIT.

                   GO TO 1100-EXIT
           END-READ
           MOVE CB-OPT-RUN-MODE TO CB-RUN-MODE
           MOVE CB-OPT-RESTART  TO CB-RESTART-SWITCH
           IF CB-OPT-INTERVAL-N IS NUMERIC
               AND CB-OPT-INTERVAL-N > ZEROS
               MOVE CB-OPT-INTERVAL-N TO CB-CKPT-INTERVAL
           END-IF
           CLOSE OptionFile.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1300-CHECK-RESTART - a run restarts only when the card asks
      *  for it and the last checkpoint is still open for the same
      *  run mode; otherwise it starts clean, counting what
      *  CALCHIST.DAT already holds so its checkpoints know where
      *  this run's lines begin.
      *****************************************************************
       1300-CHECK-RESTART.
           MOVE "N" TO CB-RESTARTING-SWITCH
           MOVE SPACES TO CK-RUN-STATE
           OPEN INPUT CheckpointFile
           IF CB-CKPTFILE-OK
               READ CheckpointFile
                   AT END
                       MOVE SPACES TO CK-RUN-STATE
               END-READ
               CLOSE CheckpointFile
           END-IF
           IF CK-RUN-OPEN AND NOT CB-RESTART-ASKED
               DISPLAY "CALCBATCH - the last run stopped after"
                       " transaction " CK-POSITION " without"
                       " finishing - starting clean as the card asks."
           END-IF
           IF CB-RESTART-ASKED AND CK-RUN-OPEN
               IF CK-RUN-MODE NOT = CB-RUN-MODE
                   DISPLAY "CALCBATCH - the open checkpoint is for"
                           " run mode " CK-RUN-MODE " - restart"
                           " refused."
                   MOVE 8 TO RETURN-CODE
                   GO TO 1300-EXIT
               END-IF
               SET CB-RESTARTING TO TRUE
               MOVE CK-POSITION        TO CB-POSITION
               MOVE CK-RECORD-COUNT    TO CB-RECORD-COUNT
               MOVE CK-PROCESSED-COUNT TO CB-PROCESSED-COUNT
               MOVE CK-ERROR-COUNT     TO CB-ERROR-COUNT
               MOVE CK-PAGE-COUNT      TO CB-PAGE-COUNT
               MOVE CK-HASH-TOTAL      TO CB-HASH-TOTAL
               MOVE CK-MEMORY          TO CB-MEMORY
               MOVE CK-HIST-LINES      TO CB-HIST-LINES
               MOVE CK-REJ-LINES       TO CB-REJ-LINES
               DISPLAY "CALCBATCH - restarting after transaction "
                       CK-POSITION " (checkpoint of " CK-DATE " "
                       CK-TIME ")."
               PERFORM 1400-TRIM-HISTORY THRU 1400-EXIT
               IF RETURN-CODE NOT = ZEROS
                   GO TO 1300-EXIT
               END-IF
               PERFORM 1450-TRIM-REJECTS THRU 1450-EXIT
               GO TO 1300-EXIT
           END-IF
           MOVE ZEROS TO CB-HIST-LINES CB-REJ-LINES CB-POSITION
           OPEN INPUT HistoryFile
           IF NOT CB-HISTFILE-OK
               GO TO 1300-EXIT
           END-IF
           MOVE "N" TO CB-TRIM-EOF-SWITCH
           PERFORM 1350-COUNT-ONE-HISTORY THRU 1350-EXIT
               UNTIL CB-TRIM-EOF
           CLOSE HistoryFile.
       1300-EXIT.
           EXIT.

       1350-COUNT-ONE-HISTORY.
           READ HistoryFile
               AT END
                   SET CB-TRIM-EOF TO TRUE
                   GO TO 1350-EXIT
           END-READ
           ADD 1 TO CB-HIST-LINES.
       1350-EXIT.
           EXIT.

      *****************************************************************
      *  1400-TRIM-HISTORY - CALCHIST.DAT is cut back to the lines it
      *  held at the checkpoint, through the CALCTRIM.TMP work file:
      *  the lines worth keeping are copied out, then copied back
      *  over the log.  Lines written after the checkpoint are the
      *  ones the restart is about to write again.
      *****************************************************************
       1400-TRIM-HISTORY.
           MOVE CB-HIST-LINES TO CB-TRIM-KEEP
           OPEN INPUT HistoryFile
           IF NOT CB-HISTFILE-OK
               DISPLAY "CALCHIST.DAT OPEN failed - status "
                       CB-HISTFILE-STATUS " - restart refused."
               MOVE 8 TO RETURN-CODE
               GO TO 1400-EXIT
           END-IF
           OPEN OUTPUT TrimFile
           MOVE ZEROS TO CB-TRIM-COUNT
           MOVE "N" TO CB-TRIM-EOF-SWITCH
           PERFORM 1410-KEEP-ONE-HISTORY THRU 1410-EXIT
               UNTIL CB-TRIM-EOF OR CB-TRIM-COUNT NOT < CB-TRIM-KEEP
           CLOSE HistoryFile TrimFile
           IF CB-TRIM-COUNT < CB-TRIM-KEEP
               DISPLAY "CALCHIST.DAT holds only " CB-TRIM-COUNT
                       " line(s), the checkpoint counted "
                       CB-TRIM-KEEP " - restart refused."
               MOVE 8 TO RETURN-CODE
               GO TO 1400-EXIT
           END-IF
           OPEN INPUT TrimFile
           OPEN OUTPUT HistoryFile
           MOVE "N" TO CB-TRIM-EOF-SWITCH
           PERFORM 1420-RESTORE-ONE-HISTORY THRU 1420-EXIT
               UNTIL CB-TRIM-EOF
           CLOSE TrimFile HistoryFile.
       1400-EXIT.
           EXIT.

       1410-KEEP-ONE-HISTORY.
           READ HistoryFile
               AT END
                   SET CB-TRIM-EOF TO TRUE
                   GO TO 1410-EXIT
           END-READ
           MOVE CH-HISTORY-RECORD TO TM-TRIM-RECORD
           WRITE TM-TRIM-RECORD
           ADD 1 TO CB-TRIM-COUNT.
       1410-EXIT.
           EXIT.

       1420-RESTORE-ONE-HISTORY.
           READ TrimFile
               AT END
                   SET CB-TRIM-EOF TO TRUE
                   GO TO 1420-EXIT
           END-READ
           MOVE TM-TRIM-RECORD TO CH-HISTORY-RECORD
           WRITE CH-HISTORY-RECORD.
       1420-EXIT.
           EXIT.

      *  CALCREJ.DAT is this run's alone, so it is cut back the same
      *  way to the rejects counted at the checkpoint.
       1450-TRIM-REJECTS.
           MOVE CB-REJ-LINES TO CB-TRIM-KEEP
           MOVE ZEROS TO CB-TRIM-COUNT
           OPEN OUTPUT TrimFile
           OPEN INPUT RejectFile
           IF CB-REJFILE-OK
               MOVE "N" TO CB-TRIM-EOF-SWITCH
               PERFORM 1460-KEEP-ONE-REJECT THRU 1460-EXIT
                   UNTIL CB-TRIM-EOF
                      OR CB-TRIM-COUNT NOT < CB-TRIM-KEEP
               CLOSE RejectFile
           END-IF
           CLOSE TrimFile
           OPEN INPUT TrimFile
           OPEN OUTPUT RejectFile
           MOVE "N" TO CB-TRIM-EOF-SWITCH
           PERFORM 1470-RESTORE-ONE-REJECT THRU 1470-EXIT
               UNTIL CB-TRIM-EOF
           CLOSE TrimFile RejectFile.
       1450-EXIT.
           EXIT.

       1460-KEEP-ONE-REJECT.
           READ RejectFile
               AT END
                   SET CB-TRIM-EOF TO TRUE
                   GO TO 1460-EXIT
           END-READ
           MOVE CJ-EXPR-REJECT-RECORD TO TM-TRIM-RECORD
           WRITE TM-TRIM-RECORD
           ADD 1 TO CB-TRIM-COUNT.
       1460-EXIT.
           EXIT.

       1470-RESTORE-ONE-REJECT.
           READ TrimFile
               AT END
                   SET CB-TRIM-EOF TO TRUE
                   GO TO 1470-EXIT
           END-READ
           MOVE TM-TRIM-RECORD TO CJ-EXPR-REJECT-RECORD
           WRITE CJ-EXPR-REJECT-RECORD.
       1470-EXIT.
           EXIT.

      *  The transactions done before the checkpoint are read past
      *  unprocessed - a trailer among them is still captured.
       1500-SKIP-ONE-DONE.
           ADD 1 TO CB-SKIP-COUNT
           PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT.
       1500-EXIT.
           EXIT.

      *  The trailer is captured, not processed - its count and
      *  operand hash wait for the balancing step at termination,
      *  and the read continues straight to end of file.
                   AT END
                       SET CB-TRANFILE-EOF TO TRUE
                   NOT AT END
                       IF RR-RERUN-RECORD (1:1) = "E"
                           MOVE RR-RERUN-RECORD (1:62)
                               TO CT-EXPRESSION-RECORD
                       ELSE
                           MOVE RR-RERUN-RECORD (1:18)
                               TO CT-TRANSACTION
                       END-IF
               END-READ
               GO TO 1200-EXIT
           END-IF
           EXIT.

       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO CB-POSITION
           IF CT-EXPRESSION
               PERFORM 2500-PROCESS-EXPRESSION THRU 2500-EXIT
               PERFORM 2900-CHECKPOINT-DUE THRU 2900-EXIT
               PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT
               GO TO 2000-EXIT
           END-IF
           ADD CT-NUM1 TO CB-HASH-TOTAL
           ADD CT-NUM2 TO CB-HASH-TOTAL
           PERFORM 2100-CALCULATE THRU 2100-EXIT
           ELSE
               ADD 1 TO CB-PROCESSED-COUNT
           END-IF
           PERFORM 2900-CHECKPOINT-DUE THRU 2900-EXIT
           PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT.
       2000-EXIT.
           EXIT.
       2400-WRITE-REJECT.
           MOVE CT-TRANSACTION TO CJ-TRANSACTION
           MOVE CB-AR-STATUS   TO CJ-STATUS
           WRITE CJ-REJECT-RECORD
           ADD 1 TO CB-REJ-LINES.
       2400-EXIT.
           EXIT.

               MOVE ZEROS TO CH-RESULT
               SET CH-STATUS-ERROR TO TRUE
           END-IF
           SET CH-SINGLE-ENTRY TO TRUE
           WRITE CH-HISTORY-RECORD
           ADD 1 TO CB-HIST-LINES.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2500-PROCESS-EXPRESSION - one expression record through
      *  EXPR-SVC.  Each step it ran is logged; one that failed
      *  before a step could fail is logged once as operator E, the
      *  way CALCULATOR logs it.
      *****************************************************************
       2500-PROCESS-EXPRESSION.
           MOVE CT-EX-TEXT  TO EX-EXPRESSION
           MOVE CT-EX-ROUND TO EX-ROUND
           MOVE CB-MEMORY   TO EX-MEMORY
           CALL "EXPR-SVC" USING EX-EXPR-SVC-AREA
           END-CALL
           IF EX-STATUS-OK
               SET CB-NO-ERROR TO TRUE
               ADD 1 TO CB-PROCESSED-COUNT
               IF EX-MEMORY-STORED
                   MOVE EX-MEMORY TO CB-MEMORY
               END-IF
           ELSE
               SET CB-ERROR-FOUND TO TRUE
               ADD 1 TO CB-ERROR-COUNT
           END-IF
           PERFORM 2600-PRINT-EXPRESSION THRU 2600-EXIT
           MOVE 1 TO CB-STEP-IX
           PERFORM 2700-LOG-ONE-STEP THRU 2700-EXIT
               UNTIL CB-STEP-IX > EX-STEP-COUNT
           IF CB-NO-ERROR
               GO TO 2500-EXIT
           END-IF
           IF EX-STEP-COUNT = ZEROS
               PERFORM 2750-LOG-REJECTED THRU 2750-EXIT
           ELSE
               IF EX-ST-STATUS (EX-STEP-COUNT) = "00"
                   PERFORM 2750-LOG-REJECTED THRU 2750-EXIT
               END-IF
           END-IF
           MOVE CT-EXPRESSION-RECORD TO CJ-EX-TRANSACTION
           MOVE EX-STATUS            TO CJ-EX-STATUS
           MOVE EX-ERROR-POSITION    TO CJ-EX-POSITION
           WRITE CJ-EXPR-REJECT-RECORD
           ADD 1 TO CB-REJ-LINES.
       2500-EXIT.
           EXIT.

       2600-PRINT-EXPRESSION.
           IF CB-LINE-COUNT = ZEROS
               OR CB-LINE-COUNT >= CB-LINES-PER-PAGE
               PERFORM 2250-PRINT-HEADINGS THRU 2250-EXIT
           END-IF
           DISPLAY "E " CT-EX-TEXT
           IF CB-NO-ERROR
               MOVE EX-RESULT TO CB-E-RESULT
               DISPLAY CB-EXPR-RESULT-LINE
           ELSE
               DISPLAY "    *** ERROR - " EX-ERROR-TEXT
                       " AT COLUMN " EX-ERROR-POSITION " ***"
           END-IF
           ADD 2 TO CB-LINE-COUNT
           ADD 1 TO CB-RECORD-COUNT.
       2600-EXIT.
           EXIT.

       2700-LOG-ONE-STEP.
           ACCEPT CH-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT CH-RUN-TIME FROM TIME
           MOVE EX-ST-OPERAND-1 (CB-STEP-IX) TO CH-NUM1
           MOVE EX-ST-OPERATOR (CB-STEP-IX)  TO CH-OPERATOR
           MOVE EX-ST-OPERAND-2 (CB-STEP-IX) TO CH-NUM2
           MOVE EX-ST-RESULT (CB-STEP-IX)    TO CH-RESULT
           IF EX-ST-STATUS (CB-STEP-IX) = "00"
               SET CH-STATUS-OK TO TRUE
           ELSE
               SET CH-STATUS-ERROR TO TRUE
           END-IF
           SET CH-EXPRESSION-STEP TO TRUE
           WRITE CH-HISTORY-RECORD
           ADD 1 TO CB-HIST-LINES
           ADD 1 TO CB-STEP-IX.
       2700-EXIT.
           EXIT.

       2750-LOG-REJECTED.
           ACCEPT CH-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT CH-RUN-TIME FROM TIME
           MOVE ZEROS TO CH-NUM1 CH-NUM2 CH-RESULT
           MOVE "E" TO CH-OPERATOR
           SET CH-STATUS-ERROR TO TRUE
           SET CH-EXPRESSION-STEP TO TRUE
           WRITE CH-HISTORY-RECORD
           ADD 1 TO CB-HIST-LINES.
       2750-EXIT.
           EXIT.

      *****************************************************************
      *  2800-WRITE-CHECKPOINT - the run's standing on CALCCKPT.DAT,
      *  open while the run is going and closed once 3000-TERMINATE
      *  has closed the files.
      *****************************************************************
       2800-WRITE-CHECKPOINT.
           OPEN OUTPUT CheckpointFile
           IF NOT CB-CKPTFILE-OK
               DISPLAY "CALCCKPT.DAT OPEN failed - status "
                       CB-CKPTFILE-STATUS " - no checkpoint taken."
               GO TO 2800-EXIT
           END-IF
           IF CB-TRANFILE-EOF
               SET CK-RUN-ENDED TO TRUE
           ELSE
               SET CK-RUN-OPEN TO TRUE
           END-IF
           MOVE CB-RUN-MODE        TO CK-RUN-MODE
           ACCEPT CK-DATE FROM DATE YYYYMMDD
           ACCEPT CK-TIME FROM TIME
           MOVE CB-POSITION        TO CK-POSITION
           MOVE CB-RECORD-COUNT    TO CK-RECORD-COUNT
           MOVE CB-PROCESSED-COUNT TO CK-PROCESSED-COUNT
           MOVE CB-ERROR-COUNT     TO CK-ERROR-COUNT
           MOVE CB-PAGE-COUNT      TO CK-PAGE-COUNT
           MOVE CB-HASH-TOTAL      TO CK-HASH-TOTAL
           MOVE CB-MEMORY          TO CK-MEMORY
           MOVE CB-HIST-LINES      TO CK-HIST-LINES
           MOVE CB-REJ-LINES       TO CK-REJ-LINES
           WRITE CK-CHECKPOINT-RECORD
           CLOSE CheckpointFile.
       2800-EXIT.
           EXIT.

      *  Every interval the two logs are closed and reopened, so
      *  the lines the checkpoint counts are on the files before it
      *  is written.
       2900-CHECKPOINT-DUE.
           DIVIDE CB-POSITION BY CB-CKPT-INTERVAL
               GIVING CB-CKPT-QUOTIENT REMAINDER CB-CKPT-REMAINDER
           IF CB-CKPT-REMAINDER NOT = ZEROS
               GO TO 2900-EXIT
           END-IF
           CLOSE HistoryFile RejectFile
           OPEN EXTEND HistoryFile
           OPEN EXTEND RejectFile
           IF NOT CB-HISTFILE-OK OR NOT CB-REJFILE-OK
               DISPLAY "CALCHIST.DAT/CALCREJ.DAT reopen failed at"
                       " checkpoint - status " CB-HISTFILE-STATUS
                       "/" CB-REJFILE-STATUS " - restart from the"
                       " last checkpoint."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2800-WRITE-CHECKPOINT THRU 2800-EXIT.
       2900-EXIT.
           EXIT.

       3000-TERMINATE.
           DISPLAY "----------------------------------------"
               "----------------------------------------"
