      *****************************************************************
      *  EXPRSVCA.CPY
      *
      *  CALL area for the shared EXPR-SVC expression evaluator, in
      *  the style of DATE-SVC.  COPY this member into
      *  WORKING-STORAGE and CALL "EXPR-SVC" USING EX-EXPR-SVC-AREA.
      *
      *  Give it an arithmetic expression such as
      *
      *      12.50 * 3 + 4.75 - 10%
      *
      *  with + - * / and ARITH-SVC's M (markup %), D (discount %)
      *  and T (tax %) operators, parentheses, normal precedence
      *  (* and / before the rest), a signed number up to 99999.99,
      *  and "+ n%" / "- n%" as markup and discount.  MR recalls
      *  EX-MEMORY as an operand; MS at the end of the expression
      *  stores the result back into EX-MEMORY.  EX-ROUND is the
      *  ARITH-SVC rounding rule for the M/D/T steps.
      *
      *  Every operation runs through ARITH-SVC as one step, and
      *  each step is returned in EX-STEP-TABLE so the caller can
      *  log it to CALCHIST.DAT the way it logs a single entry.
      *
      *  EX-STATUS on return:
      *      00  evaluated - EX-RESULT holds the answer
      *      01  unknown operator            (from ARITH-SVC)
      *      02  divide by zero              (from ARITH-SVC)
      *      03  a step overflowed, or fed an operand beyond
      *          99999.99 to the next step   (from ARITH-SVC)
      *      04  malformed expression
      *      05  expression too long or too deeply nested
      *  For 01-05 EX-ERROR-POSITION is the column of the expression
      *  the fault was found at and EX-ERROR-TEXT says what it was.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with expression
      *                  mode in CALCULATOR and CALCBATCH.
      *****************************************************************
       01  EX-EXPR-SVC-AREA.
           05  EX-EXPRESSION                PIC X(60).
           05  EX-ROUND                     PIC X(01).
           05  EX-MEMORY                    PIC S9(09)V99.
           05  EX-MEMORY-STORED-SWITCH      PIC X(01).
               88  EX-MEMORY-STORED         VALUE "Y".
           05  EX-RESULT                    PIC S9(09)V99.
           05  EX-STATUS                    PIC X(02).
               88  EX-STATUS-OK             VALUE "00".
               88  EX-MALFORMED             VALUE "04" "05".
           05  EX-ERROR-POSITION            PIC 9(02).
           05  EX-ERROR-TEXT                PIC X(30).
           05  EX-STEP-COUNT                PIC 9(02).
           05  EX-STEP-TABLE.
               10  EX-STEP OCCURS 30 TIMES.
                   15  EX-ST-OPERAND-1      PIC S9(07)V99.
                   15  EX-ST-OPERATOR       PIC X(01).
                   15  EX-ST-OPERAND-2      PIC S9(07)V99.
                   15  EX-ST-RESULT         PIC S9(09)V99.
                   15  EX-ST-STATUS         PIC X(02).
