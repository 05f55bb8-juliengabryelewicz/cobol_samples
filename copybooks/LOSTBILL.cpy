      *****************************************************************
      *  LOSTBILL.CPY
      *
      *  One lost-book billing raised by the LOSTSWP long-overdue
      *  sweep on LOSTBILL.DAT, keyed on the book id the loan is
      *  keyed on - who was billed, for which loan, the replacement
      *  price and the processing fee assessed through FINE-SVC,
      *  and whether the replacement has since been credited back.
      *  BOOKLOAN reads it on every return: a billed book that comes
      *  back has its replacement charge credited (the fee and the
      *  overdue fine stand) and returns to available.  A book
      *  written off by hand in WRITE-FILE has no record here and is
      *  not credited automatically.  COPY this member into the FD
      *  for LostBillFile.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-14  jg  Original member, introduced with the
      *                  long-overdue lost-book sweep.
      *****************************************************************
       01  LB-LOST-BILL-RECORD.
           05  LB-BOOK-ID                  PIC 9(07).
           05  LB-BORROWER-NO              PIC 9(05).
           05  LB-BORROWER                 PIC X(25).
           05  LB-LOAN-DATE                PIC 9(08).
           05  LB-BILLED-DATE              PIC 9(08).
           05  LB-REPLACEMENT              PIC 9(05)V99.
           05  LB-FEE                      PIC 9(05)V99.
           05  LB-BILL-STATUS              PIC X(01).
               88  LB-BILLED               VALUE "B".
               88  LB-CREDITED             VALUE "C".
           05  LB-CREDITED-DATE            PIC 9(08).
