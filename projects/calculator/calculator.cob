      *  successful or not, is appended to the CALCHIST.DAT history
      *  log for later review.
      *
      *  Expression mode (E at the first prompt) takes a whole
      *  expression instead - "12.50 * 3 + 4.75 - 10%" - evaluated
      *  by EXPR-SVC, with each step logged to CALCHIST.DAT.  The
      *  memory register MR recalls and MS stores is kept on
      *  CALCMEM.DAT from one calculation to the next.
      *
      *  Modification history
      *  ---------------------
      *  2026-08-09  jg  Widened NUM1/NUM2/RESULT from single digits to
      *                  when one of them is keyed; results round to
      *                  the caller's choice of truncate, nearest
      *                  cent or nearest five cents.
      *  2026-10-15  jg  Added expression mode through the shared
      *                  EXPR-SVC evaluator, with a memory register
      *                  kept on CALCMEM.DAT; each step is logged,
      *                  and a malformed expression is shown with a
      *                  marker under the column at fault.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HistoryFile ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CA-HISTFILE-STATUS.
           SELECT MemoryFile ASSIGN TO "CALCMEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CA-MEMFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HistoryFile.
       COPY CALCHIST.

       FD  MemoryFile.
       01  CA-MEMORY-RECORD.
           05  CA-MEM-VALUE      PIC S9(09)V99 SIGN LEADING SEPARATE.
           05  CA-MEM-DATE       PIC 9(08).
           05  CA-MEM-TIME       PIC 9(08).

       WORKING-STORAGE SECTION.
       01  CA-HISTFILE-STATUS    PIC X(02).
           88  CA-HISTFILE-OK    VALUE "00".

       01  CA-MEMFILE-STATUS     PIC X(02).
           88  CA-MEMFILE-OK     VALUE "00".

       01  CA-MODE               PIC X(01) VALUE SPACE.
           88  CA-EXPRESSION-MODE VALUE "E" "e".

       01  CA-NUM1               PIC S9(05)V99 SIGN LEADING SEPARATE
                                  VALUE ZEROS.
       01  CA-NUM2               PIC S9(05)V99 SIGN LEADING SEPARATE

       01  CA-RESULT-DISPLAY     PIC $ZZZ,ZZZ,ZZ9.99-.

       01  CA-STEP-IX            PIC 9(02).
       01  CA-MARKER-LINE        PIC X(61).

       COPY EXPRSVCA.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN EXTEND HistoryFile
                       CA-HISTFILE-STATUS "."
               GOBACK
           END-IF
           DISPLAY "Enter E for an expression, or press Enter for a"
           DISPLAY "single calculation : " WITH NO ADVANCING
           ACCEPT CA-MODE
           IF CA-EXPRESSION-MODE
               PERFORM 5000-EVALUATE-EXPRESSION THRU 5000-EXIT
           ELSE
               PERFORM 1000-GET-OPERANDS THRU 1000-EXIT
               PERFORM 2000-CALCULATE THRU 2000-EXIT
               PERFORM 3000-DISPLAY-RESULT THRU 3000-EXIT
               PERFORM 4000-WRITE-HISTORY THRU 4000-EXIT
           END-IF
           CLOSE HistoryFile
           GOBACK.

               MOVE ZEROS TO CH-RESULT
               SET CH-STATUS-ERROR TO TRUE
           END-IF
           SET CH-SINGLE-ENTRY TO TRUE
           WRITE CH-HISTORY-RECORD.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  5000-EVALUATE-EXPRESSION - one whole expression through
      *  EXPR-SVC.  Each step it ran is logged; an expression that
      *  failed before a step could fail is logged once as operator
      *  E, so the history still shows every attempt.
      *****************************************************************
       5000-EVALUATE-EXPRESSION.
           PERFORM 5100-READ-MEMORY THRU 5100-EXIT
           DISPLAY "Enter expression - + - * / ( ), M D T (or + n%,"
           DISPLAY "- n%), MR recalls memory, MS at the end stores:"
           ACCEPT EX-EXPRESSION
           DISPLAY "Rounding for M/D/T (N = truncate, R = cent,"
           DISPLAY "5 = five cents) : " WITH NO ADVANCING
           ACCEPT EX-ROUND
           CALL "EXPR-SVC" USING EX-EXPR-SVC-AREA
           END-CALL
           MOVE 1 TO CA-STEP-IX
           PERFORM 5200-LOG-ONE-STEP THRU 5200-EXIT
               UNTIL CA-STEP-IX > EX-STEP-COUNT
           IF EX-STATUS-OK
               MOVE EX-RESULT TO CA-RESULT-DISPLAY
               DISPLAY "Result = " CA-RESULT-DISPLAY
               IF EX-MEMORY-STORED
                   PERFORM 5300-WRITE-MEMORY THRU 5300-EXIT
               END-IF
               GO TO 5000-EXIT
           END-IF
           DISPLAY "Expression rejected - " EX-ERROR-TEXT
                   " at column " EX-ERROR-POSITION ":"
           DISPLAY EX-EXPRESSION
           MOVE SPACES TO CA-MARKER-LINE
           IF EX-ERROR-POSITION > ZEROS
               MOVE "^" TO CA-MARKER-LINE (EX-ERROR-POSITION:1)
           END-IF
           DISPLAY CA-MARKER-LINE
           IF EX-STEP-COUNT = ZEROS
               PERFORM 5400-LOG-REJECTED THRU 5400-EXIT
           ELSE
               IF EX-ST-STATUS (EX-STEP-COUNT) = "00"
                   PERFORM 5400-LOG-REJECTED THRU 5400-EXIT
               END-IF
           END-IF.
       5000-EXIT.
           EXIT.

      *  No CALCMEM.DAT yet means an empty register.
       5100-READ-MEMORY.
           MOVE ZEROS TO EX-MEMORY
           OPEN INPUT MemoryFile
           IF NOT CA-MEMFILE-OK
               GO TO 5100-EXIT
           END-IF
           READ MemoryFile
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CA-MEM-VALUE TO EX-MEMORY
           END-READ
           CLOSE MemoryFile.
       5100-EXIT.
           EXIT.

       5200-LOG-ONE-STEP.
           ACCEPT CH-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT CH-RUN-TIME FROM TIME
           MOVE EX-ST-OPERAND-1 (CA-STEP-IX) TO CH-NUM1
           MOVE EX-ST-OPERATOR (CA-STEP-IX)  TO CH-OPERATOR
           MOVE EX-ST-OPERAND-2 (CA-STEP-IX) TO CH-NUM2
           MOVE EX-ST-RESULT (CA-STEP-IX)    TO CH-RESULT
           IF EX-ST-STATUS (CA-STEP-IX) = "00"
               SET CH-STATUS-OK TO TRUE
           ELSE
               SET CH-STATUS-ERROR TO TRUE
           END-IF
           SET CH-EXPRESSION-STEP TO TRUE
           WRITE CH-HISTORY-RECORD
           ADD 1 TO CA-STEP-IX.
       5200-EXIT.
           EXIT.

       5300-WRITE-MEMORY.
           OPEN OUTPUT MemoryFile
           IF NOT CA-MEMFILE-OK
               DISPLAY "CALCMEM.DAT OPEN failed - status "
                       CA-MEMFILE-STATUS " - memory not stored."
               GO TO 5300-EXIT
           END-IF
           MOVE EX-MEMORY TO CA-MEM-VALUE
           ACCEPT CA-MEM-DATE FROM DATE YYYYMMDD
           ACCEPT CA-MEM-TIME FROM TIME
           WRITE CA-MEMORY-RECORD
           CLOSE MemoryFile
           DISPLAY "Result stored in memory.".
       5300-EXIT.
           EXIT.

       5400-LOG-REJECTED.
           ACCEPT CH-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT CH-RUN-TIME FROM TIME
           MOVE ZEROS TO CH-NUM1 CH-NUM2 CH-RESULT
           MOVE "E" TO CH-OPERATOR
           SET CH-STATUS-ERROR TO TRUE
           SET CH-EXPRESSION-STEP TO TRUE
           WRITE CH-HISTORY-RECORD.
       5400-EXIT.
           EXIT.
