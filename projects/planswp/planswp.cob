       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PLANSWP.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  PLANSWP
      *
      *  Monthly payment plan sweep.  Reads every active plan on
      *  PAYPLAN.DAT (see PLANREC) and marks missed each installment
      *  whose due date has passed without it being paid in full.  A
      *  plan with as many misses as the PLANOPT.DAT card allows
      *  (default 2) is cancelled - BOOKLOAN's normal fine-balance
      *  block applies to the borrower again - and a plan whose
      *  FINE-SVC balance has been cleared is closed as finished.
      *  A listing of the missed installments and closed plans
      *  prints at the console, in the style of COLLREF.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program, introduced with installment
      *                  payment plans.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PlanFile ASSIGN TO "PAYPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-BORROWER-NO
               FILE STATUS IS PN-PLANFILE-STATUS.
           SELECT OptionFile ASSIGN TO "PLANOPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PN-OPTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PlanFile.
       COPY PLANREC.

       FD OptionFile.
       COPY PLANOPT.

       WORKING-STORAGE SECTION.
       01  PN-PLANFILE-STATUS        PIC X(02).
           88  PN-PLANFILE-OK        VALUE "00".

       01  PN-OPTFILE-STATUS         PIC X(02).
           88  PN-OPTFILE-OK         VALUE "00".

       01  PN-PLANFILE-EOF-SWITCH    PIC X(01) VALUE "N".
           88  PN-PLANFILE-EOF       VALUE "Y".

       01  PN-SYSTEM-DATE            PIC 9(08).

      *  A plan is cancelled at this many missed installments - the
      *  PLANOPT.DAT card overrides.
       01  PN-MAX-MISSED             PIC 9(02) VALUE 2.

       01  PN-PLAN-IX                PIC 9(02).

       01  PN-ACTIVE-COUNT           PIC 9(05) VALUE ZEROS.
       01  PN-MISSED-COUNT           PIC 9(05) VALUE ZEROS.
       01  PN-CANCELLED-COUNT        PIC 9(05) VALUE ZEROS.
       01  PN-FINISHED-COUNT         PIC 9(05) VALUE ZEROS.

       COPY FINESVCA.

       COPY RUNDATE.

       01  PN-HEADING-1.
           05  FILLER                PIC X(09) VALUE "PLANSWP".
           05  FILLER                PIC X(22) VALUE
               "PAYMENT PLAN SWEEP".
           05  FILLER                PIC X(10) VALUE "RUN DATE:".
           05  PN-H1-DATE            PIC X(10).

       01  PN-DETAIL-LINE.
           05  PN-D-BORROWER-NO      PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PN-D-NAME             PIC X(25).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PN-D-TEXT             PIC X(44).

       01  PN-MISSED-TEXT.
           05  FILLER                PIC X(12) VALUE "installment ".
           05  PN-MT-NUMBER          PIC Z9.
           05  FILLER                PIC X(05) VALUE " due ".
           05  PN-MT-DUE-DATE        PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  PN-MT-OWING           PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(07) VALUE " missed".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT PN-SYSTEM-DATE FROM DATE YYYYMMDD
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           MOVE RD-RUN-DATE-DISPLAY TO PN-H1-DATE
           DISPLAY PN-HEADING-1
           DISPLAY "----------------------------------------"
           PERFORM 1000-READ-OPTION-CARD THRU 1000-EXIT
           OPEN I-O PlanFile
           IF NOT PN-PLANFILE-OK
               DISPLAY "PAYPLAN.DAT OPEN failed - status "
                       PN-PLANFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2000-CHECK-ONE-PLAN THRU 2000-EXIT
               UNTIL PN-PLANFILE-EOF
           CLOSE PlanFile
           DISPLAY "----------------------------------------"
           DISPLAY "Active plans checked...: " PN-ACTIVE-COUNT
           DISPLAY "Installments missed....: " PN-MISSED-COUNT
           DISPLAY "Plans cancelled........: " PN-CANCELLED-COUNT
           DISPLAY "Plans paid off.........: " PN-FINISHED-COUNT
           GOBACK.

       1000-READ-OPTION-CARD.
           OPEN INPUT OptionFile
           IF NOT PN-OPTFILE-OK
               GO TO 1000-EXIT
           END-IF
           READ OptionFile
               AT END
                   CLOSE OptionFile
                   GO TO 1000-EXIT
           END-READ
           IF PO-MAX-MISSED IS NUMERIC AND PO-MAX-MISSED > ZEROS
               MOVE PO-MAX-MISSED TO PN-MAX-MISSED
           END-IF
           CLOSE OptionFile.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-CHECK-ONE-PLAN - a plan whose balance is gone is
      *  finished whatever its schedule says; otherwise every
      *  installment past due and short is marked missed once, and
      *  the misses counted against the limit.
      *****************************************************************
       2000-CHECK-ONE-PLAN.
           READ PlanFile NEXT RECORD
               AT END
                   SET PN-PLANFILE-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF NOT PY-PLAN-ACTIVE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO PN-ACTIVE-COUNT
           MOVE PY-BORROWER-NO   TO PN-D-BORROWER-NO
           MOVE PY-BORROWER-NAME TO PN-D-NAME
           MOVE "B" TO FS-FUNCTION
           MOVE PY-BORROWER-NO TO FS-BORROWER-NO
           MOVE SPACES TO FS-BORROWER-NAME
           MOVE ZEROS TO FS-AMOUNT
           CALL "FINE-SVC" USING FS-FINE-SVC-AREA
           END-CALL
           IF FS-STATUS = "00" AND FS-BALANCE NOT > ZEROS
               SET PY-PLAN-FINISHED TO TRUE
               MOVE PN-SYSTEM-DATE TO PY-CLOSED-DATE
               ADD 1 TO PN-FINISHED-COUNT
               MOVE "balance cleared - plan closed" TO PN-D-TEXT
               DISPLAY PN-DETAIL-LINE
               PERFORM 2200-REWRITE-PLAN THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE 1 TO PN-PLAN-IX
           PERFORM 2100-CHECK-ONE-INSTALLMENT THRU 2100-EXIT
               UNTIL PN-PLAN-IX > PY-INSTALLMENT-COUNT
           IF PY-MISSED-COUNT NOT < PN-MAX-MISSED
               SET PY-PLAN-CANCELLED TO TRUE
               MOVE PN-SYSTEM-DATE TO PY-CLOSED-DATE
               ADD 1 TO PN-CANCELLED-COUNT
               MOVE "plan cancelled - normal balance block applies"
                   TO PN-D-TEXT
               DISPLAY PN-DETAIL-LINE
           END-IF
           PERFORM 2200-REWRITE-PLAN THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-INSTALLMENT.
           IF PY-IN-OPEN (PN-PLAN-IX)
               AND PY-IN-DUE-DATE (PN-PLAN-IX) < PN-SYSTEM-DATE
               AND PY-IN-AMOUNT-PAID (PN-PLAN-IX)
                       < PY-IN-AMOUNT-DUE (PN-PLAN-IX)
               SET PY-IN-MISSED (PN-PLAN-IX) TO TRUE
               ADD 1 TO PY-MISSED-COUNT
               ADD 1 TO PN-MISSED-COUNT
               MOVE PN-PLAN-IX TO PN-MT-NUMBER
               MOVE PY-IN-DUE-DATE (PN-PLAN-IX) TO PN-MT-DUE-DATE
               COMPUTE PN-MT-OWING = PY-IN-AMOUNT-DUE (PN-PLAN-IX)
                                   - PY-IN-AMOUNT-PAID (PN-PLAN-IX)
               MOVE PN-MISSED-TEXT TO PN-D-TEXT
               DISPLAY PN-DETAIL-LINE
           END-IF
           ADD 1 TO PN-PLAN-IX.
       2100-EXIT.
           EXIT.

       2200-REWRITE-PLAN.
           REWRITE PY-PLAN-RECORD
               INVALID KEY
                   DISPLAY "Plan for borrower " PY-BORROWER-NO
                           " not rewritten."
           END-REWRITE.
       2200-EXIT.
           EXIT.
