      *  fines and WRITE-FILE's lost-book charges do.  A payment or
      *  waiver larger than the balance owed is refused.
      *
      *  S sets up an installment payment plan on PAYPLAN.DAT (see
      *  PLANREC) against the balance - the amount (zero for the
      *  whole balance), the number of installments, how often they
      *  fall due and the first due date - and X cancels one.  Each
      *  payment is applied to the borrower's active plan, oldest
      *  installment first, and an inquiry shows how the plan
      *  stands.  Plans are not kept in training mode.
      *
      *  Modification history
      *  ---------------------
      *  2026-09-02  jg  Original program, introduced with the fines
      *                  and charges subsystem.
      *  2026-10-14  jg  A payment on an account referred to the
      *                  collection agency (see COLLREF) is noted on
      *                  COLLREM.DAT for the COLLRMT remittance
      *                  report.
      *  2026-10-14  jg  A payment is keyed with how it was paid
      *                  (cash, card or cheque) and the desk's branch
      *                  is asked once at the start; both go to
      *                  FINE-SVC's payment journal, and every payment
      *                  prints a receipt to RECEIPT.RPT under the
      *                  journal's receipt number.
      *  2026-10-15  jg  Added installment payment plans - S sets a
      *                  plan up on PAYPLAN.DAT, X cancels it, each
      *                  payment is applied to the active plan and
      *                  an inquiry shows where the plan stands.
      *  2026-10-15  jg  No receipt is printed in training mode - a
      *                  practice payment stays off the live
      *                  RECEIPT.RPT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RemitFile ASSIGN TO "COLLREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FM-REMFILE-STATUS.
           SELECT ReceiptFile ASSIGN TO "RECEIPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FM-RCPTFILE-STATUS.
           SELECT PlanFile ASSIGN TO "PAYPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-BORROWER-NO
               FILE STATUS IS FM-PLANFILE-STATUS.
           SELECT BorrowerFile ASSIGN TO "BORROWER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BW-BORROWER-NO
               FILE STATUS IS FM-BORRFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RemitFile.
       COPY COLLREM.

       FD ReceiptFile.
       01  FM-RECEIPT-LINE           PIC X(40).

       FD PlanFile.
       COPY PLANREC.

       FD BorrowerFile.
       COPY BORRREC.

       WORKING-STORAGE SECTION.
       01  FM-REMFILE-STATUS         PIC X(02).
           88  FM-REMFILE-OK         VALUE "00".
           88  FM-REMFILE-NEW        VALUE "35".

       01  FM-RCPTFILE-STATUS        PIC X(02).
           88  FM-RCPTFILE-OK        VALUE "00".
           88  FM-RCPTFILE-NEW       VALUE "35".

       01  FM-PLANFILE-STATUS        PIC X(02).
           88  FM-PLANFILE-OK        VALUE "00".
           88  FM-PLANFILE-NEW       VALUE "35".

       01  FM-BORRFILE-STATUS        PIC X(02).
           88  FM-BORRFILE-OK        VALUE "00".

       01  FM-DESK-BRANCH            PIC X(03) VALUE SPACES.

       01  FM-PLAN-FOUND-SWITCH      PIC X(01).
           88  FM-PLAN-FOUND         VALUE "Y".

       01  FM-TXN-LINE.
           05  FM-TXN-CODE           PIC X(01).
               88  FM-PAYMENT-TXN    VALUE "P" "p".
               88  FM-WAIVER-TXN     VALUE "W" "w".
               88  FM-INQUIRY-TXN    VALUE "I" "i".
               88  FM-PLAN-TXN       VALUE "S" "s".
               88  FM-CANCEL-PLAN-TXN VALUE "X" "x".
           05  FM-TXN-BORROWER-NO    PIC 9(05).
           05  FM-TXN-AMOUNT         PIC 9(05)V99.
           05  FM-TXN-METHOD         PIC X(01).
           05  FM-TXN-INSTALLMENTS   PIC X(02).
           05  FM-TXN-INSTALLMENTS-N REDEFINES FM-TXN-INSTALLMENTS
                                     PIC 9(02).
           05  FM-TXN-FREQUENCY      PIC X(01).
           05  FM-TXN-START-DATE     PIC X(08).
           05  FM-TXN-START-DATE-N REDEFINES FM-TXN-START-DATE
                                     PIC 9(08).

       01  FM-SYSTEM-DATE            PIC 9(08).
       01  FM-PLAN-AMOUNT            PIC 9(07)V99.
       01  FM-INSTALLMENT-AMOUNT     PIC 9(05)V99.
       01  FM-APPLY-LEFT             PIC 9(05)V99.
       01  FM-APPLY-TAKE             PIC 9(05)V99.
       01  FM-PLAN-IX                PIC 9(02).
       01  FM-NEXT-IX                PIC 9(02).
       01  FM-MONTHS                 PIC 9(03).

      *  Working date for stepping a monthly schedule on - the day
      *  of the month is pulled back when the month is shorter.
       01  FM-WORK-DATE.
           05  FM-WD-YEAR            PIC 9(04).
           05  FM-WD-MONTH           PIC 9(02).
           05  FM-WD-DAY             PIC 9(02).
       01  FM-WORK-DATE-N REDEFINES FM-WORK-DATE
                                     PIC 9(08).

       01  FM-BALANCE-DISPLAY        PIC ZZZ,ZZ9.99.

       01  FM-RECEIPT-DATE           PIC 9(08).
       01  FM-RECEIPT-TIME           PIC 9(08).

       01  FM-RC-NUMBER-LINE.
           05  FILLER                PIC X(14) VALUE "FINES RECEIPT".
           05  FILLER                PIC X(04) VALUE "No. ".
           05  FM-RC-RECEIPT-NO      PIC 9(07).

       01  FM-RC-DATE-LINE.
           05  FILLER                PIC X(10) VALUE "Date     :".
           05  FM-RC-DATE            PIC 9999/99/99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FM-RC-TIME-HH         PIC 9(02).
           05  FILLER                PIC X(01) VALUE ":".
           05  FM-RC-TIME-MM         PIC 9(02).

       01  FM-RC-BORROWER-LINE.
           05  FILLER                PIC X(10) VALUE "Borrower :".
           05  FM-RC-BORROWER-NO     PIC 9(05).

       01  FM-RC-AMOUNT-LINE.
           05  FILLER                PIC X(10) VALUE "Paid     :".
           05  FM-RC-AMOUNT          PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  FM-RC-METHOD          PIC X(06).

       01  FM-RC-BALANCE-LINE.
           05  FILLER                PIC X(10) VALUE "Balance  :".
           05  FM-RC-BALANCE         PIC ZZZ,ZZ9.99-.

       01  FM-RC-SERVED-LINE.
           05  FILLER                PIC X(10) VALUE "Served by:".
           05  FM-RC-OPER-ID         PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  FM-RC-BRANCH          PIC X(03).

       01  FM-PLAN-LINE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FM-PL-NUMBER          PIC Z9.
           05  FILLER                PIC X(06) VALUE "  DUE ".
           05  FM-PL-DUE-DATE        PIC 9999/99/99.
           05  FM-PL-AMOUNT-DUE      PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(07) VALUE "  PAID ".
           05  FM-PL-AMOUNT-PAID     PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FM-PL-FLAG            PIC X(06).

       COPY FINESVCA.

       COPY DATESVCA.

       COPY TRAINSVC.

       COPY CURROPER.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "Enter fine transactions below.  Enter no data"
           DISPLAY "to end."
           DISPLAY "Desk branch code (blank = main building) : "
               WITH NO ADVANCING
           ACCEPT FM-DESK-BRANCH
           ACCEPT FM-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE "Q" TO TM-FUNCTION
           CALL "TRAIN-SVC" USING TM-TRAIN-SVC-AREA
           END-CALL
           PERFORM 2000-GET-FINE-TXN THRU 2000-EXIT
           PERFORM 2100-PROCESS-FINE-TXN THRU 2100-EXIT
               UNTIL FM-TXN-LINE = SPACES
           GOBACK.

       2000-GET-FINE-TXN.
           DISPLAY "Enter - Txn(P/W/I, S plan, X cancel plan),"
           DISPLAY "  BorrowerNo, Amount, Method"
           DISPLAY "  (payment method C cash, D card, Q cheque -"
           DISPLAY "   blank is cash)"
           DISPLAY "  S also takes Installments, Frequency (W/F/M,"
           DISPLAY "   blank monthly) and first Due date - amount 0"
           DISPLAY "   is the whole balance, date 0 one period on"
           DISPLAY "TNNNNNAAAAAAAMIIFDDDDDDDD"
           ACCEPT  FM-TXN-LINE.
       2000-EXIT.
           EXIT.
               WHEN FM-INQUIRY-TXN
                   MOVE "B" TO FS-FUNCTION
                   PERFORM 2200-POST-TRANSACTION THRU 2200-EXIT
                   IF FS-STATUS = "00"
                       PERFORM 2800-SHOW-PLAN THRU 2800-EXIT
                   END-IF
               WHEN FM-PLAN-TXN
                   PERFORM 2600-SET-UP-PLAN THRU 2600-EXIT
               WHEN FM-CANCEL-PLAN-TXN
                   PERFORM 2700-CANCEL-PLAN THRU 2700-EXIT
               WHEN OTHER
                   DISPLAY "Unknown transaction code - ignored."
           END-EVALUATE
           EXIT.

       2200-POST-TRANSACTION.
           INSPECT FM-TXN-METHOD CONVERTING "cdq" TO "CDQ"
           IF FM-TXN-METHOD = SPACE
               MOVE "C" TO FM-TXN-METHOD
           END-IF
           MOVE FM-TXN-BORROWER-NO TO FS-BORROWER-NO
           MOVE SPACES             TO FS-BORROWER-NAME
           MOVE FM-TXN-AMOUNT      TO FS-AMOUNT
           MOVE SPACES             TO FS-OPER-ID
           MOVE FM-DESK-BRANCH     TO FS-BRANCH
           MOVE FM-TXN-METHOD      TO FS-METHOD
           CALL "FINE-SVC" USING FS-FINE-SVC-AREA
           END-CALL
           EVALUATE FS-STATUS
                       WHEN "P"
                           DISPLAY "Payment posted - balance now "
                                   FM-BALANCE-DISPLAY "."
                           PERFORM 2400-PRINT-RECEIPT THRU 2400-EXIT
                           IF FS-REFERRED-DATE > ZEROS
                               PERFORM 2300-NOTE-REMITTANCE
                                   THRU 2300-EXIT
                           END-IF
                           PERFORM 2500-APPLY-TO-PLAN THRU 2500-EXIT
                       WHEN "W"
                           DISPLAY "Waiver posted - balance now "
                                   FM-BALANCE-DISPLAY ", journal no. "
                                   FS-RECEIPT-NO "."
                       WHEN OTHER
                           DISPLAY "Borrower " FM-TXN-BORROWER-NO
                                   " owes " FM-BALANCE-DISPLAY "."
                   MOVE FS-BALANCE TO FM-BALANCE-DISPLAY
                   DISPLAY "Amount exceeds the balance owed ("
                           FM-BALANCE-DISPLAY ") - refused."
               WHEN "05"
                   DISPLAY "Payment method must be C, D or Q."
               WHEN OTHER
                   DISPLAY "Fine account not posted - FINE-SVC"
                           " status " FS-STATUS "."
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-NOTE-REMITTANCE - the account was with the collection
      *  agency when this payment came in, so the agency is owed its
      *  commission on it.  Appended for COLLRMT.
      *****************************************************************
       2300-NOTE-REMITTANCE.
           OPEN EXTEND RemitFile
           IF FM-REMFILE-NEW
               OPEN OUTPUT RemitFile
           END-IF
           IF NOT FM-REMFILE-OK
               DISPLAY "COLLREM.DAT OPEN failed - status "
                       FM-REMFILE-STATUS " - remittance not noted."
               GO TO 2300-EXIT
           END-IF
           MOVE FM-TXN-BORROWER-NO TO RM-BORROWER-NO
           ACCEPT RM-PAY-DATE FROM DATE YYYYMMDD
           ACCEPT RM-PAY-TIME FROM TIME
           MOVE FM-TXN-AMOUNT      TO RM-AMOUNT
           MOVE FS-BALANCE         TO RM-BALANCE-AFTER
           MOVE FS-REFERRED-DATE   TO RM-REFERRED-DATE
           WRITE RM-REMIT-RECORD
           CLOSE RemitFile
           DISPLAY "Account is with the collection agency -"
                   " payment noted for the remittance report.".
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2400-PRINT-RECEIPT - the borrower's copy, under the receipt
      *  number FINE-SVC journaled the payment with, appended to
      *  RECEIPT.RPT for the desk printer.  A practice payment
      *  prints none.
      *****************************************************************
       2400-PRINT-RECEIPT.
           IF TM-TRAINING-ON
               GO TO 2400-EXIT
           END-IF
           OPEN EXTEND ReceiptFile
           IF FM-RCPTFILE-NEW
               OPEN OUTPUT ReceiptFile
           END-IF
           IF NOT FM-RCPTFILE-OK
               DISPLAY "RECEIPT.RPT OPEN failed - status "
                       FM-RCPTFILE-STATUS " - receipt no. "
                       FS-RECEIPT-NO " not printed."
               GO TO 2400-EXIT
           END-IF
           ACCEPT FM-RECEIPT-DATE FROM DATE YYYYMMDD
           ACCEPT FM-RECEIPT-TIME FROM TIME
           CALL "GETOPER" USING CO-CURRENT-OPER-AREA
           END-CALL
           MOVE FS-RECEIPT-NO        TO FM-RC-RECEIPT-NO
           MOVE FM-RECEIPT-DATE      TO FM-RC-DATE
           MOVE FM-RECEIPT-TIME (1:2) TO FM-RC-TIME-HH
           MOVE FM-RECEIPT-TIME (3:2) TO FM-RC-TIME-MM
           MOVE FM-TXN-BORROWER-NO   TO FM-RC-BORROWER-NO
           MOVE FM-TXN-AMOUNT        TO FM-RC-AMOUNT
           EVALUATE FM-TXN-METHOD
               WHEN "D"
                   MOVE "CARD"   TO FM-RC-METHOD
               WHEN "Q"
                   MOVE "CHEQUE" TO FM-RC-METHOD
               WHEN OTHER
                   MOVE "CASH"   TO FM-RC-METHOD
           END-EVALUATE
           MOVE FS-BALANCE           TO FM-RC-BALANCE
           MOVE CO-OPER-ID           TO FM-RC-OPER-ID
           MOVE FM-DESK-BRANCH       TO FM-RC-BRANCH
           WRITE FM-RECEIPT-LINE FROM FM-RC-NUMBER-LINE
           WRITE FM-RECEIPT-LINE FROM FM-RC-DATE-LINE
           WRITE FM-RECEIPT-LINE FROM FM-RC-BORROWER-LINE
           WRITE FM-RECEIPT-LINE FROM FM-RC-AMOUNT-LINE
           WRITE FM-RECEIPT-LINE FROM FM-RC-BALANCE-LINE
           WRITE FM-RECEIPT-LINE FROM FM-RC-SERVED-LINE
           MOVE ALL "-" TO FM-RECEIPT-LINE
           WRITE FM-RECEIPT-LINE
           CLOSE ReceiptFile
           DISPLAY "Receipt no. " FS-RECEIPT-NO " printed.".
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2500-APPLY-TO-PLAN - a payment from a borrower on an active
      *  plan pays off installments oldest first, a missed one
      *  included; anything over runs on into the next ones.  The
      *  plan is finished once the plan amount is paid or nothing
      *  is owed any more.
      *****************************************************************
       2500-APPLY-TO-PLAN.
           IF TM-TRAINING-ON
               GO TO 2500-EXIT
           END-IF
           OPEN I-O PlanFile
           IF NOT FM-PLANFILE-OK
               GO TO 2500-EXIT
           END-IF
           MOVE FM-TXN-BORROWER-NO TO PY-BORROWER-NO
           MOVE "N" TO FM-PLAN-FOUND-SWITCH
           READ PlanFile
               NOT INVALID KEY
                   MOVE "Y" TO FM-PLAN-FOUND-SWITCH
           END-READ
           IF NOT FM-PLAN-FOUND OR NOT PY-PLAN-ACTIVE
               CLOSE PlanFile
               GO TO 2500-EXIT
           END-IF
           ADD FM-TXN-AMOUNT TO PY-PAID-TOTAL
           MOVE FM-TXN-AMOUNT TO FM-APPLY-LEFT
           MOVE 1 TO FM-PLAN-IX
           PERFORM 2510-APPLY-ONE-INSTALLMENT THRU 2510-EXIT
               UNTIL FM-PLAN-IX > PY-INSTALLMENT-COUNT
                  OR FM-APPLY-LEFT = ZEROS
           IF PY-PAID-TOTAL NOT < PY-PLAN-AMOUNT
               OR FS-BALANCE NOT > ZEROS
               SET PY-PLAN-FINISHED TO TRUE
               MOVE FM-SYSTEM-DATE TO PY-CLOSED-DATE
           END-IF
           REWRITE PY-PLAN-RECORD
               INVALID KEY
                   DISPLAY "Payment plan for " PY-BORROWER-NO
                           " not updated."
                   CLOSE PlanFile
                   GO TO 2500-EXIT
           END-REWRITE
           CLOSE PlanFile
           IF PY-PLAN-FINISHED
               DISPLAY "Payment plan paid off - plan closed."
           ELSE
               DISPLAY "Payment applied to the borrower's payment"
                       " plan."
           END-IF.
       2500-EXIT.
           EXIT.

       2510-APPLY-ONE-INSTALLMENT.
           IF PY-IN-AMOUNT-PAID (FM-PLAN-IX)
                   < PY-IN-AMOUNT-DUE (FM-PLAN-IX)
               COMPUTE FM-APPLY-TAKE = PY-IN-AMOUNT-DUE (FM-PLAN-IX)
                                     - PY-IN-AMOUNT-PAID (FM-PLAN-IX)
               IF FM-APPLY-TAKE > FM-APPLY-LEFT
                   MOVE FM-APPLY-LEFT TO FM-APPLY-TAKE
               END-IF
               ADD FM-APPLY-TAKE TO PY-IN-AMOUNT-PAID (FM-PLAN-IX)
               SUBTRACT FM-APPLY-TAKE FROM FM-APPLY-LEFT
               IF PY-IN-AMOUNT-PAID (FM-PLAN-IX)
                       = PY-IN-AMOUNT-DUE (FM-PLAN-IX)
                   MOVE FM-SYSTEM-DATE TO PY-IN-PAID-DATE (FM-PLAN-IX)
                   IF PY-IN-OPEN (FM-PLAN-IX)
                       SET PY-IN-PAID (FM-PLAN-IX) TO TRUE
                   END-IF
               END-IF
           END-IF
           ADD 1 TO FM-PLAN-IX.
       2510-EXIT.
           EXIT.

      *****************************************************************
      *  2600-SET-UP-PLAN - a plan covers some or all of what the
      *  borrower owes now.  The installments split the amount
      *  evenly to the cent, the last taking the odd cents.  One
      *  plan per borrower: a cancelled or finished plan is
      *  replaced, an active one must be cancelled first.
      *****************************************************************
       2600-SET-UP-PLAN.
           IF TM-TRAINING-ON
               DISPLAY "Payment plans are not kept in training mode."
               GO TO 2600-EXIT
           END-IF
           MOVE "B" TO FS-FUNCTION
           MOVE FM-TXN-BORROWER-NO TO FS-BORROWER-NO
           MOVE SPACES TO FS-BORROWER-NAME
           MOVE ZEROS TO FS-AMOUNT
           CALL "FINE-SVC" USING FS-FINE-SVC-AREA
           END-CALL
           IF FS-STATUS NOT = "00" OR FS-BALANCE NOT > ZEROS
               DISPLAY "Borrower " FM-TXN-BORROWER-NO " owes nothing"
                       " - no plan needed."
               GO TO 2600-EXIT
           END-IF
           IF FM-TXN-AMOUNT = ZEROS
               IF FS-BALANCE > 99999.99
                   DISPLAY "Balance is over 99,999.99 - key the plan"
                           " amount."
                   GO TO 2600-EXIT
               END-IF
               MOVE FS-BALANCE TO FM-PLAN-AMOUNT
           ELSE
               IF FM-TXN-AMOUNT > FS-BALANCE
                   MOVE FS-BALANCE TO FM-BALANCE-DISPLAY
                   DISPLAY "Plan amount exceeds the balance owed ("
                           FM-BALANCE-DISPLAY ") - refused."
                   GO TO 2600-EXIT
               END-IF
               MOVE FM-TXN-AMOUNT TO FM-PLAN-AMOUNT
           END-IF
           IF FM-TXN-INSTALLMENTS-N NOT NUMERIC
               OR FM-TXN-INSTALLMENTS-N = ZEROS
               OR FM-TXN-INSTALLMENTS-N > 24
               DISPLAY "Installments must be keyed as 01 to 24."
               GO TO 2600-EXIT
           END-IF
           INSPECT FM-TXN-FREQUENCY CONVERTING "wfm" TO "WFM"
           IF FM-TXN-FREQUENCY = SPACE
               MOVE "M" TO FM-TXN-FREQUENCY
           END-IF
           IF FM-TXN-FREQUENCY NOT = "W"
               AND FM-TXN-FREQUENCY NOT = "F"
               AND FM-TXN-FREQUENCY NOT = "M"
               DISPLAY "Frequency must be W (weekly), F (fortnightly)"
                       " or M (monthly)."
               GO TO 2600-EXIT
           END-IF
           PERFORM 2610-CHECK-START-DATE THRU 2610-EXIT
           IF DS-STATUS NOT = "00"
               GO TO 2600-EXIT
           END-IF
           OPEN INPUT BorrowerFile
           IF NOT FM-BORRFILE-OK
               DISPLAY "BORROWER.DAT OPEN failed - status "
                       FM-BORRFILE-STATUS " - plan not set up."
               GO TO 2600-EXIT
           END-IF
           MOVE FM-TXN-BORROWER-NO TO BW-BORROWER-NO
           READ BorrowerFile
               INVALID KEY
                   MOVE SPACES TO BW-BORROWER-NAME
           END-READ
           CLOSE BorrowerFile
           IF BW-BORROWER-NAME = SPACES
               DISPLAY "Borrower " FM-TXN-BORROWER-NO
                       " not registered - see BORRMNT."
               GO TO 2600-EXIT
           END-IF
           OPEN I-O PlanFile
           IF FM-PLANFILE-NEW
               OPEN OUTPUT PlanFile
               CLOSE PlanFile
               OPEN I-O PlanFile
           END-IF
           IF NOT FM-PLANFILE-OK
               DISPLAY "PAYPLAN.DAT OPEN failed - status "
                       FM-PLANFILE-STATUS "."
               GO TO 2600-EXIT
           END-IF
           MOVE FM-TXN-BORROWER-NO TO PY-BORROWER-NO
           MOVE "N" TO FM-PLAN-FOUND-SWITCH
           READ PlanFile
               NOT INVALID KEY
                   MOVE "Y" TO FM-PLAN-FOUND-SWITCH
           END-READ
           IF FM-PLAN-FOUND AND PY-PLAN-ACTIVE
               DISPLAY "Borrower " FM-TXN-BORROWER-NO " already has"
                       " an active plan - cancel it (X) first."
               CLOSE PlanFile
               GO TO 2600-EXIT
           END-IF
           PERFORM 2620-BUILD-SCHEDULE THRU 2620-EXIT
           IF FM-PLAN-FOUND
               REWRITE PY-PLAN-RECORD
                   INVALID KEY
                       DISPLAY "Payment plan for "
                               FM-TXN-BORROWER-NO " not written."
               END-REWRITE
           ELSE
               WRITE PY-PLAN-RECORD
                   INVALID KEY
                       DISPLAY "Payment plan for "
                               FM-TXN-BORROWER-NO " not written."
               END-WRITE
           END-IF
           IF FM-PLANFILE-OK
               MOVE FM-PLAN-AMOUNT TO FM-BALANCE-DISPLAY
               DISPLAY "Payment plan set up - " FM-BALANCE-DISPLAY
                       " in " PY-INSTALLMENT-COUNT " installment(s):"
               MOVE 1 TO FM-PLAN-IX
               PERFORM 2810-SHOW-ONE-INSTALLMENT THRU 2810-EXIT
                   UNTIL FM-PLAN-IX > PY-INSTALLMENT-COUNT
           END-IF
           CLOSE PlanFile.
       2600-EXIT.
           EXIT.

      *  A keyed first due date must be a real date, today or later;
      *  zero puts it one period on from today.
       2610-CHECK-START-DATE.
           IF FM-TXN-START-DATE = SPACES
               MOVE ZEROS TO FM-TXN-START-DATE-N
           END-IF
           IF FM-TXN-START-DATE-N NOT NUMERIC
               MOVE "99" TO DS-STATUS
               DISPLAY "First due date must be keyed as YYYYMMDD."
               GO TO 2610-EXIT
           END-IF
           IF FM-TXN-START-DATE-N = ZEROS
               MOVE FM-SYSTEM-DATE TO PY-START-DATE
               MOVE FM-TXN-FREQUENCY TO PY-FREQUENCY
               MOVE 1 TO FM-MONTHS
               PERFORM 2630-STEP-DUE-DATE THRU 2630-EXIT
               MOVE DS-DATE-2 TO FM-TXN-START-DATE-N
               GO TO 2610-EXIT
           END-IF
           MOVE "V" TO DS-FUNCTION
           MOVE FM-TXN-START-DATE-N TO DS-DATE-1
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           IF DS-STATUS NOT = "00"
               DISPLAY "First due date " FM-TXN-START-DATE
                       " is not a valid date."
               GO TO 2610-EXIT
           END-IF
           IF FM-TXN-START-DATE-N < FM-SYSTEM-DATE
               MOVE "99" TO DS-STATUS
               DISPLAY "First due date is in the past."
           END-IF.
       2610-EXIT.
           EXIT.

       2620-BUILD-SCHEDULE.
           INITIALIZE PY-PLAN-RECORD
           MOVE FM-TXN-BORROWER-NO    TO PY-BORROWER-NO
           MOVE BW-BORROWER-NAME      TO PY-BORROWER-NAME
           SET PY-PLAN-ACTIVE         TO TRUE
           MOVE FM-PLAN-AMOUNT        TO PY-PLAN-AMOUNT
           MOVE FM-TXN-FREQUENCY      TO PY-FREQUENCY
           MOVE FM-TXN-START-DATE-N   TO PY-START-DATE
           MOVE FM-SYSTEM-DATE        TO PY-SET-UP-DATE
           CALL "GETOPER" USING CO-CURRENT-OPER-AREA
           END-CALL
           MOVE CO-OPER-ID            TO PY-SET-UP-OPER
           MOVE ZEROS TO PY-PAID-TOTAL PY-MISSED-COUNT PY-CLOSED-DATE
           MOVE FM-TXN-INSTALLMENTS-N TO PY-INSTALLMENT-COUNT
           DIVIDE FM-PLAN-AMOUNT BY PY-INSTALLMENT-COUNT
               GIVING FM-INSTALLMENT-AMOUNT
           MOVE 1 TO FM-PLAN-IX
           PERFORM 2625-BUILD-ONE-INSTALLMENT THRU 2625-EXIT
               UNTIL FM-PLAN-IX > PY-INSTALLMENT-COUNT.
       2620-EXIT.
           EXIT.

       2625-BUILD-ONE-INSTALLMENT.
           IF FM-PLAN-IX = 1
               MOVE PY-START-DATE TO PY-IN-DUE-DATE (FM-PLAN-IX)
           ELSE
               SUBTRACT 1 FROM FM-PLAN-IX GIVING FM-MONTHS
               PERFORM 2630-STEP-DUE-DATE THRU 2630-EXIT
               MOVE DS-DATE-2 TO PY-IN-DUE-DATE (FM-PLAN-IX)
           END-IF
           IF FM-PLAN-IX = PY-INSTALLMENT-COUNT
               COMPUTE PY-IN-AMOUNT-DUE (FM-PLAN-IX) =
                   FM-PLAN-AMOUNT - FM-INSTALLMENT-AMOUNT
                                  * (PY-INSTALLMENT-COUNT - 1)
           ELSE
               MOVE FM-INSTALLMENT-AMOUNT
                   TO PY-IN-AMOUNT-DUE (FM-PLAN-IX)
           END-IF
           MOVE ZEROS TO PY-IN-AMOUNT-PAID (FM-PLAN-IX)
                         PY-IN-PAID-DATE (FM-PLAN-IX)
           SET PY-IN-OPEN (FM-PLAN-IX) TO TRUE
           ADD 1 TO FM-PLAN-IX.
       2625-EXIT.
           EXIT.

      *****************************************************************
      *  2630-STEP-DUE-DATE - DS-DATE-2 is FM-MONTHS periods after
      *  PY-START-DATE.  Weeks and fortnights are whole days through
      *  DATE-SVC; months keep the start's day of the month, pulled
      *  back to the month end when the month is shorter, so a plan
      *  started on the 31st does not drift.
      *****************************************************************
       2630-STEP-DUE-DATE.
           IF PY-MONTHLY
               MOVE PY-START-DATE TO FM-WORK-DATE-N
               COMPUTE FM-WD-MONTH = FM-WD-MONTH + FM-MONTHS - 1
               DIVIDE FM-WD-MONTH BY 12 GIVING FM-NEXT-IX
                   REMAINDER FM-WD-MONTH
               ADD FM-NEXT-IX TO FM-WD-YEAR
               ADD 1 TO FM-WD-MONTH
               MOVE "99" TO DS-STATUS
               PERFORM 2635-PULL-BACK-DAY THRU 2635-EXIT
                   UNTIL DS-STATUS = "00"
               MOVE FM-WORK-DATE-N TO DS-DATE-2
               GO TO 2630-EXIT
           END-IF
           MOVE "A" TO DS-FUNCTION
           MOVE PY-START-DATE TO DS-DATE-1
           IF PY-WEEKLY
               COMPUTE DS-DAYS = FM-MONTHS * 7
           ELSE
               COMPUTE DS-DAYS = FM-MONTHS * 14
           END-IF
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL.
       2630-EXIT.
           EXIT.

       2635-PULL-BACK-DAY.
           MOVE "V" TO DS-FUNCTION
           MOVE FM-WORK-DATE-N TO DS-DATE-1
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           IF DS-STATUS NOT = "00"
               SUBTRACT 1 FROM FM-WD-DAY
           END-IF.
       2635-EXIT.
           EXIT.

       2700-CANCEL-PLAN.
           IF TM-TRAINING-ON
               DISPLAY "Payment plans are not kept in training mode."
               GO TO 2700-EXIT
           END-IF
           OPEN I-O PlanFile
           IF NOT FM-PLANFILE-OK
               DISPLAY "Borrower " FM-TXN-BORROWER-NO " has no"
                       " active payment plan."
               GO TO 2700-EXIT
           END-IF
           MOVE FM-TXN-BORROWER-NO TO PY-BORROWER-NO
           MOVE "N" TO FM-PLAN-FOUND-SWITCH
           READ PlanFile
               NOT INVALID KEY
                   MOVE "Y" TO FM-PLAN-FOUND-SWITCH
           END-READ
           IF NOT FM-PLAN-FOUND OR NOT PY-PLAN-ACTIVE
               DISPLAY "Borrower " FM-TXN-BORROWER-NO " has no"
                       " active payment plan."
               CLOSE PlanFile
               GO TO 2700-EXIT
           END-IF
           SET PY-PLAN-CANCELLED TO TRUE
           MOVE FM-SYSTEM-DATE TO PY-CLOSED-DATE
           REWRITE PY-PLAN-RECORD
               INVALID KEY
                   DISPLAY "Payment plan for " FM-TXN-BORROWER-NO
                           " not cancelled."
               NOT INVALID KEY
                   DISPLAY "Payment plan cancelled - the normal"
                           " balance block applies again."
           END-REWRITE
           CLOSE PlanFile.
       2700-EXIT.
           EXIT.

       2800-SHOW-PLAN.
           IF TM-TRAINING-ON
               GO TO 2800-EXIT
           END-IF
           OPEN INPUT PlanFile
           IF NOT FM-PLANFILE-OK
               GO TO 2800-EXIT
           END-IF
           MOVE FM-TXN-BORROWER-NO TO PY-BORROWER-NO
           MOVE "N" TO FM-PLAN-FOUND-SWITCH
           READ PlanFile
               NOT INVALID KEY
                   MOVE "Y" TO FM-PLAN-FOUND-SWITCH
           END-READ
           CLOSE PlanFile
           IF NOT FM-PLAN-FOUND
               GO TO 2800-EXIT
           END-IF
           MOVE PY-PLAN-AMOUNT TO FM-BALANCE-DISPLAY
           EVALUATE TRUE
               WHEN PY-PLAN-ACTIVE
                   DISPLAY "Payment plan of " FM-BALANCE-DISPLAY
                           " set up " PY-SET-UP-DATE ", "
                           PY-MISSED-COUNT " installment(s) missed:"
                   MOVE 1 TO FM-PLAN-IX
                   PERFORM 2810-SHOW-ONE-INSTALLMENT THRU 2810-EXIT
                       UNTIL FM-PLAN-IX > PY-INSTALLMENT-COUNT
               WHEN PY-PLAN-CANCELLED
                   DISPLAY "Payment plan of " FM-BALANCE-DISPLAY
                           " cancelled " PY-CLOSED-DATE "."
               WHEN OTHER
                   DISPLAY "Payment plan of " FM-BALANCE-DISPLAY
                           " paid off " PY-CLOSED-DATE "."
           END-EVALUATE.
       2800-EXIT.
           EXIT.

       2810-SHOW-ONE-INSTALLMENT.
           MOVE FM-PLAN-IX TO FM-PL-NUMBER
           MOVE PY-IN-DUE-DATE (FM-PLAN-IX)    TO FM-PL-DUE-DATE
           MOVE PY-IN-AMOUNT-DUE (FM-PLAN-IX)  TO FM-PL-AMOUNT-DUE
           MOVE PY-IN-AMOUNT-PAID (FM-PLAN-IX) TO FM-PL-AMOUNT-PAID
           EVALUATE TRUE
               WHEN PY-IN-AMOUNT-PAID (FM-PLAN-IX)
                       NOT < PY-IN-AMOUNT-DUE (FM-PLAN-IX)
                   MOVE "PAID" TO FM-PL-FLAG
               WHEN PY-IN-MISSED (FM-PLAN-IX)
                   MOVE "MISSED" TO FM-PL-FLAG
               WHEN PY-IN-DUE-DATE (FM-PLAN-IX) < FM-SYSTEM-DATE
                   MOVE "LATE" TO FM-PL-FLAG
               WHEN OTHER
                   MOVE SPACES TO FM-PL-FLAG
           END-EVALUATE
           DISPLAY FM-PLAN-LINE
           ADD 1 TO FM-PLAN-IX.
       2810-EXIT.
           EXIT.
