      *****************************************************************
      *  FINEJRNL.CPY
      *
      *  One posting to a fines account, appended to FINEJRNL.DAT by
      *  FINE-SVC on every assess, pay, waive and credit call, so
      *  each movement of the BOOKFINE.DAT running totals has its own
      *  dated line - the receipt number it was given, the operator
      *  signed on (CURROPER.DAT) or the batch program that posted
      *  it, the branch, how it was paid, the amount and the
      *  borrower.  CASHUP reads it back to balance the cash drawer
      *  at close.  COPY this member into the FD for JournalFile.
      *
      *  FJ-FUNCTION is the FINE-SVC function that posted - A, P, W
      *  or C.  FJ-METHOD is set on a payment only, blank otherwise.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-14  jg  Original member, introduced with the
      *                  cashier payment journal.
      *****************************************************************
       01  FJ-JOURNAL-RECORD.
           05  FJ-RECEIPT-NO               PIC 9(07).
           05  FJ-POST-DATE                PIC 9(08).
           05  FJ-POST-TIME                PIC 9(08).
           05  FJ-OPER-ID                  PIC X(08).
           05  FJ-BRANCH                   PIC X(03).
           05  FJ-FUNCTION                 PIC X(01).
               88  FJ-ASSESSMENT           VALUE "A".
               88  FJ-PAYMENT              VALUE "P".
               88  FJ-WAIVER               VALUE "W".
               88  FJ-CREDIT               VALUE "C".
           05  FJ-METHOD                   PIC X(01).
               88  FJ-CASH                 VALUE "C".
               88  FJ-CARD                 VALUE "D".
               88  FJ-CHEQUE               VALUE "Q".
           05  FJ-BORROWER-NO              PIC 9(05).
           05  FJ-AMOUNT                   PIC 9(05)V99.
           05  FJ-BALANCE-AFTER            PIC S9(07)V99.
