      *****************************************************************
      *  PLANREC.CPY
      *
      *  One borrower's installment payment plan on PAYPLAN.DAT,
      *  keyed on BorrowerNo - an amount of the FINE-SVC balance
      *  the borrower has agreed to pay off in installments, the
      *  schedule of installments, and what has been paid against
      *  each.  A borrower has one plan at a time; a new plan
      *  replaces a cancelled or completed one.
      *
      *      status  A  active - BOOKLOAN lends over the desk limit
      *                 while every installment already due is paid
      *              C  cancelled - too many installments missed
      *                 (PLANSWP) or cancelled at the desk (FINEMNT);
      *                 the normal balance block applies again
      *              F  finished - paid off, or the balance cleared
      *
      *  Installments fall due weekly (W), fortnightly (F) or
      *  monthly (M) from the start date; the last one carries the
      *  odd cents.  FINEMNT sets the plan up and applies each desk
      *  payment to the oldest installment not yet paid in full;
      *  PLANSWP marks those left unpaid past their due date as
      *  missed; BORRSTMT prints the schedule.  COPY this member
      *  into the FD for PlanFile.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with installment
      *                  payment plans.
      *****************************************************************
       01  PY-PLAN-RECORD.
           05  PY-BORROWER-NO              PIC 9(05).
           05  PY-BORROWER-NAME            PIC X(25).
           05  PY-PLAN-STATUS              PIC X(01).
               88  PY-PLAN-ACTIVE          VALUE "A".
               88  PY-PLAN-CANCELLED       VALUE "C".
               88  PY-PLAN-FINISHED        VALUE "F".
           05  PY-PLAN-AMOUNT              PIC 9(07)V99.
           05  PY-FREQUENCY                PIC X(01).
               88  PY-WEEKLY               VALUE "W".
               88  PY-FORTNIGHTLY          VALUE "F".
               88  PY-MONTHLY              VALUE "M".
               88  PY-FREQUENCY-VALID      VALUE "W" "F" "M".
           05  PY-START-DATE               PIC 9(08).
           05  PY-SET-UP-DATE              PIC 9(08).
           05  PY-SET-UP-OPER              PIC X(08).
           05  PY-PAID-TOTAL               PIC 9(07)V99.
           05  PY-MISSED-COUNT             PIC 9(02).
           05  PY-CLOSED-DATE              PIC 9(08).
           05  PY-INSTALLMENT-COUNT        PIC 9(02).
           05  PY-INSTALLMENT OCCURS 24 TIMES.
               10  PY-IN-DUE-DATE          PIC 9(08).
               10  PY-IN-AMOUNT-DUE        PIC 9(05)V99.
               10  PY-IN-AMOUNT-PAID       PIC 9(05)V99.
               10  PY-IN-PAID-DATE         PIC 9(08).
               10  PY-IN-STATUS            PIC X(01).
                   88  PY-IN-OPEN          VALUE SPACE.
                   88  PY-IN-PAID          VALUE "P".
                   88  PY-IN-MISSED        VALUE "M".
