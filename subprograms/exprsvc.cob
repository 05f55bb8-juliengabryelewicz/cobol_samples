       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXPR-SVC.
       AUTHOR.        Julien Gabryelewicz.
       INSTALLATION.  Shared Toolkit Services.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  EXPR-SVC
      *
      *  Shared expression evaluator for CALCULATOR and CALCBATCH,
      *  so a pricing check such as "12.50 * 3 + 4.75 - 10%" is one
      *  entry instead of several with the intermediate results
      *  copied across by hand.  See EXPRSVCA for the syntax.
      *
      *  The expression is scanned left to right with an operand
      *  stack and an operator stack.  An operator waits on the
      *  stack until one of lower or equal precedence, a closing
      *  parenthesis or the end of the expression arrives; it is
      *  then applied to the top two operands through ARITH-SVC, so
      *  every step runs the same tested arithmetic a single entry
      *  does.  * and / bind tighter than + - M D T, and operators
      *  of equal precedence apply left to right - "100 + 5 M 10"
      *  marks up the 105.
      *
      *  Each step's operands are held to the 99999.99 a single
      *  entry accepts, the width CALCHIST.DAT records, so a step
      *  fed a larger intermediate result stops the expression as
      *  an overflow.  Nothing is written here - the steps go back
      *  to the caller, which logs them.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original subprogram.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  XP-TEXT                          PIC X(60).
       01  XP-POS                           PIC 9(03).
       01  XP-LAST-POS                      PIC 9(03).
       01  XP-TOKEN-POS                     PIC 9(03).
       01  XP-CHAR                          PIC X(01).
       01  XP-DIGIT REDEFINES XP-CHAR       PIC 9(01).
       01  XP-ROUND                         PIC X(01).

       01  XP-EXPECT-SWITCH                 PIC X(01).
           88  XP-WANT-OPERAND              VALUE "O".
           88  XP-WANT-OPERATOR             VALUE "P".

       01  XP-DONE-SWITCH                   PIC X(01).
           88  XP-DONE                      VALUE "Y".

       01  XP-STORE-SWITCH                  PIC X(01).
           88  XP-STORE-REQUESTED           VALUE "Y".

       01  XP-REDUCE-SWITCH                 PIC X(01).
           88  XP-REDUCE-ENDED              VALUE "Y".

       01  XP-NUMBER-END-SWITCH             PIC X(01).
           88  XP-NUMBER-END                VALUE "Y".

       01  XP-POINT-SWITCH                  PIC X(01).
           88  XP-POINT-SEEN                VALUE "Y".

      *  Operands waiting to be used, and operators waiting to be
      *  applied, with the column each operator was keyed at.
       01  XP-STACK-MAX                     PIC 9(02) VALUE 30.
       01  XP-VALUE-TOP                     PIC 9(02).
       01  XP-VALUE-STACK.
           05  XP-VALUE OCCURS 30 TIMES     PIC S9(09)V99.
       01  XP-OP-TOP                        PIC 9(02).
       01  XP-OP-STACK.
           05  XP-OP-ENTRY OCCURS 30 TIMES.
               10  XP-OP-CODE               PIC X(01).
               10  XP-OP-POSITION           PIC 9(02).

       01  XP-PUSH-VALUE                    PIC S9(09)V99.
       01  XP-NEW-OP                        PIC X(01).
       01  XP-NEW-OP-POS                    PIC 9(02).
       01  XP-PREC-OP                       PIC X(01).
       01  XP-PRECEDENCE                    PIC 9(01).
       01  XP-PREC-NEW                      PIC 9(01).

       01  XP-SIGN                          PIC X(01).
       01  XP-INT-PART                      PIC 9(05).
       01  XP-DEC-PART                      PIC 9(02).
       01  XP-INT-DIGITS                    PIC 9(02).
       01  XP-DEC-DIGITS                    PIC 9(02).

       01  XP-OPERAND-LIMIT                 PIC S9(07)V99
                                            VALUE 99999.99.
       01  XP-STEP-OPERATOR                 PIC X(01).
       01  XP-STEP-POS                      PIC 9(02).
       01  XP-STEP-MAX                      PIC 9(02) VALUE 30.
       01  XP-AR-OPERAND-1                  PIC S9(07)V99.
       01  XP-AR-OPERAND-2                  PIC S9(07)V99.
       01  XP-AR-RESULT                     PIC S9(09)V99.
       01  XP-AR-STATUS                     PIC X(02).

       LINKAGE SECTION.
       COPY EXPRSVCA.

       PROCEDURE DIVISION USING EX-EXPR-SVC-AREA.
       0000-MAINLINE.
           MOVE "00" TO EX-STATUS
           MOVE ZEROS TO EX-RESULT EX-ERROR-POSITION EX-STEP-COUNT
           MOVE SPACES TO EX-ERROR-TEXT
           MOVE "N" TO EX-MEMORY-STORED-SWITCH
           MOVE ZEROS TO XP-VALUE-TOP XP-OP-TOP XP-LAST-POS
           MOVE "N" TO XP-DONE-SWITCH XP-STORE-SWITCH
           SET XP-WANT-OPERAND TO TRUE
           MOVE EX-EXPRESSION TO XP-TEXT
           INSPECT XP-TEXT CONVERTING "mdtrs" TO "MDTRS"
           MOVE EX-ROUND TO XP-ROUND
           INSPECT XP-ROUND CONVERTING "rn" TO "RN"
           IF XP-TEXT = SPACES
               MOVE "04" TO EX-STATUS
               MOVE 1 TO EX-ERROR-POSITION
               MOVE "Expression is blank" TO EX-ERROR-TEXT
               GOBACK
           END-IF
           MOVE 1 TO XP-POS
           PERFORM 1000-SCAN-ONE-TOKEN THRU 1000-EXIT
               UNTIL XP-DONE
                  OR NOT EX-STATUS-OK
           IF EX-STATUS-OK
               PERFORM 3000-FINISH THRU 3000-EXIT
           END-IF
           GOBACK.

       1000-SCAN-ONE-TOKEN.
           IF XP-POS > 60
               SET XP-DONE TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE XP-TEXT (XP-POS:1) TO XP-CHAR
           IF XP-CHAR = SPACE
               ADD 1 TO XP-POS
               GO TO 1000-EXIT
           END-IF
           MOVE XP-POS TO XP-LAST-POS
           IF XP-STORE-REQUESTED
               MOVE "04" TO EX-STATUS
               MOVE XP-POS TO EX-ERROR-POSITION
               MOVE "Nothing may follow MS" TO EX-ERROR-TEXT
               GO TO 1000-EXIT
           END-IF
           IF XP-WANT-OPERAND
               PERFORM 1100-SCAN-OPERAND THRU 1100-EXIT
           ELSE
               PERFORM 1200-SCAN-OPERATOR THRU 1200-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-SCAN-OPERAND - an opening parenthesis, MR, or a number.
      *****************************************************************
       1100-SCAN-OPERAND.
           IF XP-CHAR = "("
               MOVE "(" TO XP-NEW-OP
               MOVE XP-POS TO XP-NEW-OP-POS
               PERFORM 2300-STACK-OPERATOR THRU 2300-EXIT
               ADD 1 TO XP-POS
               GO TO 1100-EXIT
           END-IF
           IF XP-CHAR = "M"
               IF XP-POS < 60
                   AND XP-TEXT (XP-POS + 1:1) = "R"
                   MOVE EX-MEMORY TO XP-PUSH-VALUE
                   PERFORM 1500-STACK-VALUE THRU 1500-EXIT
                   ADD 2 TO XP-POS
                   ADD 1 TO XP-LAST-POS
                   SET XP-WANT-OPERATOR TO TRUE
                   GO TO 1100-EXIT
               END-IF
           END-IF
           PERFORM 1300-SCAN-NUMBER THRU 1300-EXIT.
       1100-EXIT.
           EXIT.

       1200-SCAN-OPERATOR.
           EVALUATE XP-CHAR
               WHEN ")"
                   PERFORM 2200-CLOSE-PARENTHESIS THRU 2200-EXIT
               WHEN "M"
                   IF XP-POS < 60
                       AND XP-TEXT (XP-POS + 1:1) = "S"
                       SET XP-STORE-REQUESTED TO TRUE
                       ADD 2 TO XP-POS
                       ADD 1 TO XP-LAST-POS
                   ELSE
                       PERFORM 1210-TAKE-OPERATOR THRU 1210-EXIT
                   END-IF
               WHEN "+"
               WHEN "-"
               WHEN "*"
               WHEN "/"
               WHEN "D"
               WHEN "T"
                   PERFORM 1210-TAKE-OPERATOR THRU 1210-EXIT
               WHEN "%"
                   MOVE "04" TO EX-STATUS
                   MOVE XP-POS TO EX-ERROR-POSITION
                   MOVE "% only after + - M D or T"
                       TO EX-ERROR-TEXT
               WHEN OTHER
                   MOVE "04" TO EX-STATUS
                   MOVE XP-POS TO EX-ERROR-POSITION
                   MOVE "Operator expected" TO EX-ERROR-TEXT
           END-EVALUATE.
       1200-EXIT.
           EXIT.

       1210-TAKE-OPERATOR.
           MOVE XP-CHAR TO XP-NEW-OP
           MOVE XP-POS TO XP-NEW-OP-POS
           PERFORM 2000-PUSH-OPERATOR THRU 2000-EXIT
           ADD 1 TO XP-POS
           SET XP-WANT-OPERAND TO TRUE.
       1210-EXIT.
           EXIT.

      *****************************************************************
      *  1300-SCAN-NUMBER - an optional sign, up to five whole digits
      *  and up to two decimals, optionally followed by %.
      *****************************************************************
       1300-SCAN-NUMBER.
           MOVE XP-POS TO XP-TOKEN-POS
           MOVE "+" TO XP-SIGN
           IF XP-CHAR = "-" OR XP-CHAR = "+"
               MOVE XP-CHAR TO XP-SIGN
               ADD 1 TO XP-POS
           END-IF
           MOVE ZEROS TO XP-INT-PART XP-DEC-PART
                         XP-INT-DIGITS XP-DEC-DIGITS
           MOVE "N" TO XP-NUMBER-END-SWITCH XP-POINT-SWITCH
           PERFORM 1310-SCAN-ONE-DIGIT THRU 1310-EXIT
               UNTIL XP-NUMBER-END
                  OR NOT EX-STATUS-OK
           IF NOT EX-STATUS-OK
               GO TO 1300-EXIT
           END-IF
           IF XP-INT-DIGITS = ZEROS AND XP-DEC-DIGITS = ZEROS
               MOVE "04" TO EX-STATUS
               MOVE XP-TOKEN-POS TO EX-ERROR-POSITION
               MOVE "Number, ( or MR expected" TO EX-ERROR-TEXT
               GO TO 1300-EXIT
           END-IF
           COMPUTE XP-PUSH-VALUE = XP-INT-PART + XP-DEC-PART / 100
           IF XP-SIGN = "-"
               COMPUTE XP-PUSH-VALUE = ZEROS - XP-PUSH-VALUE
           END-IF
           PERFORM 1500-STACK-VALUE THRU 1500-EXIT
           IF NOT EX-STATUS-OK
               GO TO 1300-EXIT
           END-IF
           SET XP-WANT-OPERATOR TO TRUE
           PERFORM 1320-SKIP-SPACES THRU 1320-EXIT
           IF XP-POS NOT > 60
               IF XP-TEXT (XP-POS:1) = "%"
                   PERFORM 1400-APPLY-PERCENT THRU 1400-EXIT
               END-IF
           END-IF.
       1300-EXIT.
           EXIT.

       1310-SCAN-ONE-DIGIT.
           IF XP-POS > 60
               SET XP-NUMBER-END TO TRUE
               GO TO 1310-EXIT
           END-IF
           MOVE XP-TEXT (XP-POS:1) TO XP-CHAR
           IF XP-CHAR = "."
               IF XP-POINT-SEEN
                   MOVE "04" TO EX-STATUS
                   MOVE XP-POS TO EX-ERROR-POSITION
                   MOVE "Second decimal point" TO EX-ERROR-TEXT
                   GO TO 1310-EXIT
               END-IF
               SET XP-POINT-SEEN TO TRUE
               MOVE XP-POS TO XP-LAST-POS
               ADD 1 TO XP-POS
               GO TO 1310-EXIT
           END-IF
           IF XP-CHAR IS NOT NUMERIC
               SET XP-NUMBER-END TO TRUE
               GO TO 1310-EXIT
           END-IF
           IF XP-POINT-SEEN
               ADD 1 TO XP-DEC-DIGITS
               IF XP-DEC-DIGITS > 2
                   MOVE "04" TO EX-STATUS
                   MOVE XP-POS TO EX-ERROR-POSITION
                   MOVE "More than two decimal places"
                       TO EX-ERROR-TEXT
                   GO TO 1310-EXIT
               END-IF
               IF XP-DEC-DIGITS = 1
                   COMPUTE XP-DEC-PART = XP-DIGIT * 10
               ELSE
                   ADD XP-DIGIT TO XP-DEC-PART
               END-IF
           ELSE
               ADD 1 TO XP-INT-DIGITS
               IF XP-INT-DIGITS > 5
                   MOVE "04" TO EX-STATUS
                   MOVE XP-POS TO EX-ERROR-POSITION
                   MOVE "Number larger than 99999.99"
                       TO EX-ERROR-TEXT
                   GO TO 1310-EXIT
               END-IF
               COMPUTE XP-INT-PART = XP-INT-PART * 10 + XP-DIGIT
           END-IF
           MOVE XP-POS TO XP-LAST-POS
           ADD 1 TO XP-POS.
       1310-EXIT.
           EXIT.

       1320-SKIP-SPACES.
           IF XP-POS > 60
               GO TO 1320-EXIT
           END-IF
           IF XP-TEXT (XP-POS:1) = SPACE
               ADD 1 TO XP-POS
               GO TO 1320-SKIP-SPACES
           END-IF.
       1320-EXIT.
           EXIT.

      *  "+ n%" is a markup and "- n%" a discount of n per cent on
      *  what stands to the left; after M, D or T the % only says
      *  what the operand already means.
       1400-APPLY-PERCENT.
           IF XP-OP-TOP = ZEROS
               MOVE "04" TO EX-STATUS
               MOVE XP-POS TO EX-ERROR-POSITION
               MOVE "% only after + - M D or T"
                   TO EX-ERROR-TEXT
               GO TO 1400-EXIT
           END-IF
           EVALUATE XP-OP-CODE (XP-OP-TOP)
               WHEN "+"
                   MOVE "M" TO XP-OP-CODE (XP-OP-TOP)
               WHEN "-"
                   MOVE "D" TO XP-OP-CODE (XP-OP-TOP)
               WHEN "M"
               WHEN "D"
               WHEN "T"
                   CONTINUE
               WHEN OTHER
                   MOVE "04" TO EX-STATUS
                   MOVE XP-POS TO EX-ERROR-POSITION
                   MOVE "% only after + - M D or T"
                       TO EX-ERROR-TEXT
                   GO TO 1400-EXIT
           END-EVALUATE
           MOVE XP-POS TO XP-LAST-POS
           ADD 1 TO XP-POS.
       1400-EXIT.
           EXIT.

       1500-STACK-VALUE.
           IF XP-VALUE-TOP NOT < XP-STACK-MAX
               MOVE "05" TO EX-STATUS
               MOVE XP-POS TO EX-ERROR-POSITION
               MOVE "Expression too complex" TO EX-ERROR-TEXT
               GO TO 1500-EXIT
           END-IF
           ADD 1 TO XP-VALUE-TOP
           MOVE XP-PUSH-VALUE TO XP-VALUE (XP-VALUE-TOP).
       1500-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PUSH-OPERATOR - apply whatever waits on the stack with
      *  the same or higher precedence, then stack the new operator.
      *****************************************************************
       2000-PUSH-OPERATOR.
           MOVE XP-NEW-OP TO XP-PREC-OP
           PERFORM 2100-SET-PRECEDENCE THRU 2100-EXIT
           MOVE XP-PRECEDENCE TO XP-PREC-NEW
           MOVE "N" TO XP-REDUCE-SWITCH
           PERFORM 2010-REDUCE-ONE THRU 2010-EXIT
               UNTIL XP-REDUCE-ENDED
                  OR NOT EX-STATUS-OK
           IF EX-STATUS-OK
               PERFORM 2300-STACK-OPERATOR THRU 2300-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2010-REDUCE-ONE.
           IF XP-OP-TOP = ZEROS
               SET XP-REDUCE-ENDED TO TRUE
               GO TO 2010-EXIT
           END-IF
           MOVE XP-OP-CODE (XP-OP-TOP) TO XP-PREC-OP
           PERFORM 2100-SET-PRECEDENCE THRU 2100-EXIT
           IF XP-PREC-OP = "("
               OR XP-PRECEDENCE < XP-PREC-NEW
               SET XP-REDUCE-ENDED TO TRUE
               GO TO 2010-EXIT
           END-IF
           PERFORM 4000-APPLY-TOP-OPERATOR THRU 4000-EXIT.
       2010-EXIT.
           EXIT.

       2100-SET-PRECEDENCE.
           EVALUATE XP-PREC-OP
               WHEN "*"
               WHEN "/"
                   MOVE 2 TO XP-PRECEDENCE
               WHEN "("
                   MOVE 0 TO XP-PRECEDENCE
               WHEN OTHER
                   MOVE 1 TO XP-PRECEDENCE
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2200-CLOSE-PARENTHESIS.
           MOVE "N" TO XP-REDUCE-SWITCH
           PERFORM 2210-REDUCE-TO-PARENTHESIS THRU 2210-EXIT
               UNTIL XP-REDUCE-ENDED
                  OR NOT EX-STATUS-OK
           IF EX-STATUS-OK
               SUBTRACT 1 FROM XP-OP-TOP
               ADD 1 TO XP-POS
           END-IF.
       2200-EXIT.
           EXIT.

       2210-REDUCE-TO-PARENTHESIS.
           IF XP-OP-TOP = ZEROS
               MOVE "04" TO EX-STATUS
               MOVE XP-POS TO EX-ERROR-POSITION
               MOVE ") without a matching (" TO EX-ERROR-TEXT
               GO TO 2210-EXIT
           END-IF
           IF XP-OP-CODE (XP-OP-TOP) = "("
               SET XP-REDUCE-ENDED TO TRUE
               GO TO 2210-EXIT
           END-IF
           PERFORM 4000-APPLY-TOP-OPERATOR THRU 4000-EXIT.
       2210-EXIT.
           EXIT.

       2300-STACK-OPERATOR.
           IF XP-OP-TOP NOT < XP-STACK-MAX
               MOVE "05" TO EX-STATUS
               MOVE XP-NEW-OP-POS TO EX-ERROR-POSITION
               MOVE "Expression too complex" TO EX-ERROR-TEXT
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO XP-OP-TOP
           MOVE XP-NEW-OP TO XP-OP-CODE (XP-OP-TOP)
           MOVE XP-NEW-OP-POS TO XP-OP-POSITION (XP-OP-TOP).
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  3000-FINISH - the expression must end on an operand; what
      *  still waits on the stack is applied, and an unclosed
      *  parenthesis is reported where it was opened.
      *****************************************************************
       3000-FINISH.
           IF XP-WANT-OPERAND
               MOVE "04" TO EX-STATUS
               ADD 1 XP-LAST-POS GIVING EX-ERROR-POSITION
               MOVE "Operand missing at the end"
                   TO EX-ERROR-TEXT
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-REDUCE-AT-END THRU 3100-EXIT
               UNTIL XP-OP-TOP = ZEROS
                  OR NOT EX-STATUS-OK
           IF NOT EX-STATUS-OK
               GO TO 3000-EXIT
           END-IF
           MOVE XP-VALUE (1) TO EX-RESULT
           IF XP-STORE-REQUESTED
               MOVE EX-RESULT TO EX-MEMORY
               SET EX-MEMORY-STORED TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-REDUCE-AT-END.
           IF XP-OP-CODE (XP-OP-TOP) = "("
               MOVE "04" TO EX-STATUS
               MOVE XP-OP-POSITION (XP-OP-TOP) TO EX-ERROR-POSITION
               MOVE "( without a matching )" TO EX-ERROR-TEXT
               GO TO 3100-EXIT
           END-IF
           PERFORM 4000-APPLY-TOP-OPERATOR THRU 4000-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  4000-APPLY-TOP-OPERATOR - one step: the top operator on the
      *  top two operands through ARITH-SVC, the result stacked in
      *  their place and the step recorded for the caller's log.
      *****************************************************************
       4000-APPLY-TOP-OPERATOR.
           MOVE XP-OP-CODE (XP-OP-TOP) TO XP-STEP-OPERATOR
           MOVE XP-OP-POSITION (XP-OP-TOP) TO XP-STEP-POS
           SUBTRACT 1 FROM XP-OP-TOP
           IF XP-VALUE (XP-VALUE-TOP) > XP-OPERAND-LIMIT
               OR XP-VALUE (XP-VALUE-TOP) < ZEROS - XP-OPERAND-LIMIT
               OR XP-VALUE (XP-VALUE-TOP - 1) > XP-OPERAND-LIMIT
               OR XP-VALUE (XP-VALUE-TOP - 1)
                      < ZEROS - XP-OPERAND-LIMIT
               MOVE "03" TO EX-STATUS
               MOVE XP-STEP-POS TO EX-ERROR-POSITION
               MOVE "Operand beyond 99999.99" TO EX-ERROR-TEXT
               GO TO 4000-EXIT
           END-IF
           IF EX-STEP-COUNT NOT < XP-STEP-MAX
               MOVE "05" TO EX-STATUS
               MOVE XP-STEP-POS TO EX-ERROR-POSITION
               MOVE "Expression too complex" TO EX-ERROR-TEXT
               GO TO 4000-EXIT
           END-IF
           MOVE XP-VALUE (XP-VALUE-TOP - 1) TO XP-AR-OPERAND-1
           MOVE XP-VALUE (XP-VALUE-TOP) TO XP-AR-OPERAND-2
           SUBTRACT 1 FROM XP-VALUE-TOP
           CALL "ARITH-SVC" USING XP-AR-OPERAND-1 XP-AR-OPERAND-2
                                   XP-STEP-OPERATOR XP-AR-RESULT
                                   XP-AR-STATUS XP-ROUND
           END-CALL
           ADD 1 TO EX-STEP-COUNT
           MOVE XP-AR-OPERAND-1 TO EX-ST-OPERAND-1 (EX-STEP-COUNT)
           MOVE XP-STEP-OPERATOR TO EX-ST-OPERATOR (EX-STEP-COUNT)
           MOVE XP-AR-OPERAND-2 TO EX-ST-OPERAND-2 (EX-STEP-COUNT)
           MOVE XP-AR-STATUS TO EX-ST-STATUS (EX-STEP-COUNT)
           IF XP-AR-STATUS = "00"
               MOVE XP-AR-RESULT TO EX-ST-RESULT (EX-STEP-COUNT)
               MOVE XP-AR-RESULT TO XP-VALUE (XP-VALUE-TOP)
               GO TO 4000-EXIT
           END-IF
           MOVE ZEROS TO EX-ST-RESULT (EX-STEP-COUNT)
           MOVE XP-AR-STATUS TO EX-STATUS
           MOVE XP-STEP-POS TO EX-ERROR-POSITION
           EVALUATE XP-AR-STATUS
               WHEN "01"
                   MOVE "Unknown operator" TO EX-ERROR-TEXT
               WHEN "02"
                   MOVE "Divide by zero" TO EX-ERROR-TEXT
               WHEN OTHER
                   MOVE "Result overflowed" TO EX-ERROR-TEXT
           END-EVALUATE.
       4000-EXIT.
           EXIT.
