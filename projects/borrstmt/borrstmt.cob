      *                  owed as well as the books out - the unpaid
      *                  fines-and-charges balance read back through
      *                  the shared FINE-SVC service.
      *  2026-10-15  jg  A borrower on an active payment plan (see
      *                  FINEMNT) gets the plan's schedule after the
      *                  amount owed - each installment, what has
      *                  been paid on it and when - and a statement
      *                  even with no books out.
      *  2026-10-15  jg  A batch run also hands every statement line
      *                  to the BURST-SVC work file under the
      *                  borrower's home branch (BORROWER.DAT), with
      *                  the amount owed, so RPTBURST can give each
      *                  branch its own mail-out.  A desk statement
      *                  for one borrower is not burst.
      *  2026-10-15  jg  A loan the borrower has claimed returned
      *                  (LN-CLAIM-DATE) is shown as CLAIMED, not
      *                  overdue, while the claim is looked into.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-BOOK-ID
               FILE STATUS IS BS-BOOKFILE-STATUS.
           SELECT PlanFile ASSIGN TO "PAYPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-BORROWER-NO
               FILE STATUS IS BS-PLANFILE-STATUS.
           SELECT BorrowerFile ASSIGN TO "BORROWER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BW-BORROWER-NO
               FILE STATUS IS BS-BORRFILE-STATUS.
           SELECT SortFile ASSIGN TO "BORRSTMT.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD BookFile.
       COPY BOOKREC.

       FD PlanFile.
       COPY PLANREC.

       FD BorrowerFile.
       COPY BORRREC.

      *  A borrower on an active plan also gets one record with a zero
      *  book id, which sorts ahead of the loans and starts the
      *  statement when there are none.
       SD SortFile.
       01  BS-SORT-RECORD.
           05  BS-S-BORROWER-NO      PIC 9(05).
       01  BS-SORTFILE-EOF-SWITCH    PIC X(01) VALUE "N".
           88  BS-SORTFILE-EOF       VALUE "Y".

       01  BS-PLANFILE-STATUS        PIC X(02).
           88  BS-PLANFILE-OK        VALUE "00".

       01  BS-PLANFILE-EOF-SWITCH    PIC X(01) VALUE "N".
           88  BS-PLANFILE-EOF       VALUE "Y".

       01  BS-PLANS-OPEN-SWITCH      PIC X(01) VALUE "N".
           88  BS-PLANS-OPEN         VALUE "Y".

       01  BS-PLAN-IX                PIC 9(02).

       01  BS-BORRFILE-STATUS        PIC X(02).
           88  BS-BORRFILE-OK        VALUE "00".

       01  BS-BORROWERS-OPEN-SWITCH  PIC X(01) VALUE "N".
           88  BS-BORROWERS-OPEN     VALUE "Y".

       01  BS-BURST-SWITCH           PIC X(01) VALUE "N".
           88  BS-BURSTING           VALUE "Y".

       01  BS-STMT-BRANCH            PIC X(03).
       01  BS-BURST-COUNT            PIC 9(05) VALUE ZEROS.
       01  BS-BURST-AMOUNT           PIC 9(07)V99 VALUE ZEROS.
       01  BS-OWED-TOTAL             PIC 9(07)V99 VALUE ZEROS.
       01  BS-PRINT-LINE             PIC X(84).

       01  BS-FIRST-BORROWER-SWITCH  PIC X(01) VALUE "Y".
           88  BS-FIRST-BORROWER     VALUE "Y".


       COPY RUNDATE.

       COPY BURSTSVA.

       01  BS-STMT-HEAD.
           05  FILLER                PIC X(23) VALUE
               "STATEMENT OF ACCOUNT - ".
           05  BS-OW-BALANCE         PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(14) VALUE " (see FINEMNT)".

       01  BS-PLAN-HEAD.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(14) VALUE "Payment plan: ".
           05  BS-PH-AMOUNT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(04) VALUE " in ".
           05  BS-PH-COUNT           PIC Z9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  BS-PH-FREQUENCY       PIC X(11).
           05  FILLER                PIC X(22) VALUE
               " installment(s), paid ".
           05  BS-PH-PAID            PIC Z,ZZZ,ZZ9.99.

       01  BS-PLAN-LINE.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  BS-PL-NUMBER          PIC Z9.
           05  FILLER                PIC X(06) VALUE "  DUE ".
           05  BS-PL-DUE-DATE        PIC 9(08).
           05  BS-PL-AMOUNT-DUE      PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(07) VALUE "  PAID ".
           05  BS-PL-AMOUNT-PAID     PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  BS-PL-PAID-DATE       PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  BS-PL-FLAG            PIC X(09).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           ACCEPT BS-SELECT-BORROWER-NO
           DISPLAY SPACES
           DISPLAY "BORRSTMT  BORROWER STATEMENTS  RUN DATE: "
                   RD-RUN-DATE-DISPLAY
           MOVE ZEROS TO BS-OWED-TOTAL
           IF BS-SELECT-BORROWER-NO = ZEROS
               PERFORM 1100-BEGIN-BURST THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *  A burst work file that cannot be written costs only the
      *  branch copies, never the statements.
       1100-BEGIN-BURST.
           MOVE "B" TO BX-FUNCTION
           MOVE "BORR-STMT" TO BX-REPORT-NAME
           MOVE "S" TO BX-FILE-LETTER
           MOVE "BORROWER STATEMENTS" TO BX-LINE
           CALL "BURST-SVC" USING BX-BURST-SVC-AREA
           END-CALL
           IF BX-STATUS NOT = "00"
               DISPLAY "BURSTWK.DAT not available - no branch"
                       " copies of this run."
               GO TO 1100-EXIT
           END-IF
           SET BS-BURSTING TO TRUE.
       1100-EXIT.
           EXIT.

       1500-RELEASE-LOANS.
           OPEN INPUT LoanFile
           IF NOT BS-LOANFILE-OK
           PERFORM 1600-RELEASE-ONE-LOAN THRU 1600-EXIT
               UNTIL BS-LOANFILE-EOF
           CLOSE LoanFile
           CLOSE BookFile
           PERFORM 1700-RELEASE-PLANS THRU 1700-EXIT.
       1500-EXIT.
           EXIT.

           IF DS-STATUS = "00" AND DS-DAYS > ZEROS
               MOVE "Y" TO BS-S-OVERDUE
           END-IF
           IF LN-CLAIM-DATE IS NUMERIC
               AND LN-CLAIM-DATE > ZEROS
               MOVE "C" TO BS-S-OVERDUE
           END-IF
           MOVE LN-BOOK-ID TO BK-BOOK-ID
           READ BookFile
               INVALID KEY
       1600-EXIT.
           EXIT.

      *  No PAYPLAN.DAT simply means nobody is on a plan.
       1700-RELEASE-PLANS.
           OPEN INPUT PlanFile
           IF NOT BS-PLANFILE-OK
               GO TO 1700-EXIT
           END-IF
           PERFORM 1710-RELEASE-ONE-PLAN THRU 1710-EXIT
               UNTIL BS-PLANFILE-EOF
           CLOSE PlanFile.
       1700-EXIT.
           EXIT.

       1710-RELEASE-ONE-PLAN.
           READ PlanFile NEXT RECORD
               AT END
                   SET BS-PLANFILE-EOF TO TRUE
                   GO TO 1710-EXIT
           END-READ
           IF NOT PY-PLAN-ACTIVE
               GO TO 1710-EXIT
           END-IF
           IF BS-SELECT-BORROWER-NO NOT = ZEROS
               AND PY-BORROWER-NO NOT = BS-SELECT-BORROWER-NO
               GO TO 1710-EXIT
           END-IF
           MOVE PY-BORROWER-NO   TO BS-S-BORROWER-NO
           MOVE PY-BORROWER-NAME TO BS-S-BORROWER
           MOVE ZEROS  TO BS-S-BOOK-ID BS-S-LOAN-DATE BS-S-DUE-DATE
           MOVE SPACES TO BS-S-BOOK-NAME
           MOVE "N"    TO BS-S-OVERDUE
           RELEASE BS-SORT-RECORD.
       1710-EXIT.
           EXIT.

       2000-PRINT-STATEMENTS.
           OPEN INPUT PlanFile
           IF BS-PLANFILE-OK
               SET BS-PLANS-OPEN TO TRUE
           END-IF
           IF BS-BURSTING
               OPEN INPUT BorrowerFile
               IF BS-BORRFILE-OK
                   SET BS-BORROWERS-OPEN TO TRUE
               END-IF
           END-IF
           RETURN SortFile
               AT END
                   SET BS-SORTFILE-EOF TO TRUE
               UNTIL BS-SORTFILE-EOF
           IF NOT BS-FIRST-BORROWER
               PERFORM 2300-PRINT-SUMMARY THRU 2300-EXIT
           END-IF
           IF BS-PLANS-OPEN
               CLOSE PlanFile
           END-IF
           IF BS-BORROWERS-OPEN
               CLOSE BorrowerFile
           END-IF.
       2000-EXIT.
           EXIT.
                   PERFORM 2200-START-NEW-BORROWER THRU 2200-EXIT
               END-IF
           END-IF
           IF BS-S-BOOK-ID = ZEROS
               GO TO 2100-NEXT
           END-IF
           MOVE BS-S-BOOK-ID   TO BS-D-BOOK-ID
           MOVE BS-S-BOOK-NAME TO BS-D-NAME
           MOVE BS-S-LOAN-DATE TO BS-D-LOAN-DATE
           MOVE BS-S-DUE-DATE  TO BS-D-DUE-DATE
           EVALUATE BS-S-OVERDUE
               WHEN "Y"
                   MOVE "** OVERDUE" TO BS-D-FLAG
                   ADD 1 TO BS-OVERDUE-COUNT
               WHEN "C"
                   MOVE "** CLAIMED" TO BS-D-FLAG
               WHEN OTHER
                   MOVE SPACES TO BS-D-FLAG
           END-EVALUATE
           MOVE BS-DETAIL-LINE TO BS-PRINT-LINE
           PERFORM 2900-PRINT-ONE-LINE THRU 2900-EXIT
           ADD 1 TO BS-LOAN-COUNT.
       2100-NEXT.
           RETURN SortFile
               AT END
                   SET BS-SORTFILE-EOF TO TRUE
           ADD 1 TO BS-STMT-COUNT
           MOVE BS-S-BORROWER    TO BS-SH-BORROWER
           MOVE BS-S-BORROWER-NO TO BS-SH-BORROWER-NO
           PERFORM 2250-FIND-HOME-BRANCH THRU 2250-EXIT
           MOVE SPACES TO BS-PRINT-LINE
           PERFORM 2900-PRINT-ONE-LINE THRU 2900-EXIT
           MOVE BS-STMT-HEAD TO BS-PRINT-LINE
           MOVE 1 TO BS-BURST-COUNT
           PERFORM 2900-PRINT-ONE-LINE THRU 2900-EXIT
           MOVE "----------------------------------------------"
               TO BS-PRINT-LINE
           PERFORM 2900-PRINT-ONE-LINE THRU 2900-EXIT.
       2200-EXIT.
           EXIT.

      *  The statement goes out from the borrower's home branch - a
      *  borrower not on BORROWER.DAT, or with no home branch, is
      *  the main building's.
       2250-FIND-HOME-BRANCH.
           MOVE SPACES TO BS-STMT-BRANCH
           IF NOT BS-BORROWERS-OPEN
               GO TO 2250-EXIT
           END-IF
           MOVE BS-S-BORROWER-NO TO BW-BORROWER-NO
           READ BorrowerFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BW-HOME-BRANCH TO BS-STMT-BRANCH
           END-READ.
       2250-EXIT.
           EXIT.

       2300-PRINT-SUMMARY.
           MOVE BS-LOAN-COUNT    TO BS-SM-COUNT
           MOVE BS-OVERDUE-COUNT TO BS-SM-OVERDUE
           MOVE "----------------------------------------------"
               TO BS-PRINT-LINE
           PERFORM 2900-PRINT-ONE-LINE THRU 2900-EXIT
           MOVE BS-SUMMARY-LINE TO BS-PRINT-LINE
           PERFORM 2900-PRINT-ONE-LINE THRU 2900-EXIT
           PERFORM 2400-PRINT-AMOUNT-OWED THRU 2400-EXIT
           PERFORM 2500-PRINT-PAYMENT-PLAN THRU 2500-EXIT.
       2300-EXIT.
           EXIT.

           END-CALL
           IF FS-STATUS = "00" AND FS-BALANCE > ZEROS
               MOVE FS-BALANCE TO BS-OW-BALANCE
               MOVE BS-OWED-LINE TO BS-PRINT-LINE
               MOVE FS-BALANCE TO BS-BURST-AMOUNT
               ADD FS-BALANCE TO BS-OWED-TOTAL
               PERFORM 2900-PRINT-ONE-LINE THRU 2900-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

      *  The active plan's schedule, installment by installment -
      *  MISSED as PLANSWP marked it, LATE if past due and short
      *  since the last sweep.
       2500-PRINT-PAYMENT-PLAN.
           IF NOT BS-PLANS-OPEN
               GO TO 2500-EXIT
           END-IF
           MOVE BS-PRIOR-BORROWER-NO TO PY-BORROWER-NO
           READ PlanFile
               INVALID KEY
                   GO TO 2500-EXIT
           END-READ
           IF NOT PY-PLAN-ACTIVE
               GO TO 2500-EXIT
           END-IF
           MOVE PY-PLAN-AMOUNT       TO BS-PH-AMOUNT
           MOVE PY-INSTALLMENT-COUNT TO BS-PH-COUNT
           EVALUATE TRUE
               WHEN PY-WEEKLY
                   MOVE "weekly"      TO BS-PH-FREQUENCY
               WHEN PY-FORTNIGHTLY
                   MOVE "fortnightly" TO BS-PH-FREQUENCY
               WHEN OTHER
                   MOVE "monthly"     TO BS-PH-FREQUENCY
           END-EVALUATE
           MOVE PY-PAID-TOTAL        TO BS-PH-PAID
           MOVE BS-PLAN-HEAD TO BS-PRINT-LINE
           PERFORM 2900-PRINT-ONE-LINE THRU 2900-EXIT
           MOVE 1 TO BS-PLAN-IX
           PERFORM 2510-PRINT-ONE-INSTALLMENT THRU 2510-EXIT
               UNTIL BS-PLAN-IX > PY-INSTALLMENT-COUNT.
       2500-EXIT.
           EXIT.

       2510-PRINT-ONE-INSTALLMENT.
           MOVE BS-PLAN-IX TO BS-PL-NUMBER
           MOVE PY-IN-DUE-DATE (BS-PLAN-IX)    TO BS-PL-DUE-DATE
           MOVE PY-IN-AMOUNT-DUE (BS-PLAN-IX)  TO BS-PL-AMOUNT-DUE
           MOVE PY-IN-AMOUNT-PAID (BS-PLAN-IX) TO BS-PL-AMOUNT-PAID
           IF PY-IN-PAID-DATE (BS-PLAN-IX) > ZEROS
               MOVE PY-IN-PAID-DATE (BS-PLAN-IX) TO BS-PL-PAID-DATE
           ELSE
               MOVE SPACES TO BS-PL-PAID-DATE
           END-IF
           EVALUATE TRUE
               WHEN PY-IN-AMOUNT-PAID (BS-PLAN-IX)
                       NOT < PY-IN-AMOUNT-DUE (BS-PLAN-IX)
                   MOVE "PAID"      TO BS-PL-FLAG
               WHEN PY-IN-MISSED (BS-PLAN-IX)
                   MOVE "** MISSED" TO BS-PL-FLAG
               WHEN PY-IN-DUE-DATE (BS-PLAN-IX) < BS-RUN-DATE
                   MOVE "** LATE"   TO BS-PL-FLAG
               WHEN OTHER
                   MOVE SPACES      TO BS-PL-FLAG
           END-EVALUATE
           MOVE BS-PLAN-LINE TO BS-PRINT-LINE
           PERFORM 2900-PRINT-ONE-LINE THRU 2900-EXIT
           ADD 1 TO BS-PLAN-IX.
       2510-EXIT.
           EXIT.

       3000-TERMINATE.
           DISPLAY SPACES
           DISPLAY "Statements printed: " BS-STMT-COUNT
           IF BS-BURSTING
               MOVE "E" TO BX-FUNCTION
               MOVE BS-STMT-COUNT TO BX-COUNT
               MOVE BS-OWED-TOTAL TO BX-AMOUNT
               MOVE "STATEMENTS / AMOUNT OWED" TO BX-LINE
               CALL "BURST-SVC" USING BX-BURST-SVC-AREA
               END-CALL
           END-IF.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  2900-PRINT-ONE-LINE - every statement line shows on SYSOUT
      *  and, on a burst run, goes to the work file under the
      *  statement's branch with what it adds to the totals (the
      *  statement count on its heading, the amount on its owed
      *  line).  The branch copies are 80 columns: the loan line is
      *  wider, and gives up the tail of the title to keep its
      *  overdue flag.
      *****************************************************************
       2900-PRINT-ONE-LINE.
           DISPLAY BS-PRINT-LINE
           IF NOT BS-BURSTING
               GO TO 2900-EXIT
           END-IF
           MOVE "D" TO BX-FUNCTION
           MOVE BS-STMT-BRANCH  TO BX-BRANCH
           MOVE SPACES          TO BX-GROUP
           MOVE BS-BURST-COUNT  TO BX-COUNT
           MOVE BS-BURST-AMOUNT TO BX-AMOUNT
           IF BS-PRINT-LINE (81:4) = SPACES
               MOVE BS-PRINT-LINE TO BX-LINE
           ELSE
               MOVE SPACES TO BX-LINE
               STRING BS-PRINT-LINE (1:37)  DELIMITED BY SIZE
                      BS-PRINT-LINE (42:43) DELIMITED BY SIZE
                   INTO BX-LINE
           END-IF
           CALL "BURST-SVC" USING BX-BURST-SVC-AREA
           END-CALL
           MOVE ZEROS TO BS-BURST-COUNT BS-BURST-AMOUNT.
       2900-EXIT.
           EXIT.
