      *****************************************************************
      *  CATPRIV.CPY
      *
      *  One borrower-category privilege record on the CATPRIV.DAT
      *  parameter file, keyed on the BW-CATEGORY code (A adult, J
      *  junior, S staff, H housebound, I institutional).  Gives the
      *  category its loan period, concurrent-loan cap, hold cap,
      *  overdue fine per day, the most one overdue return can be
      *  fined, and up to five genres the category may not borrow
      *  or reserve.  Maintained by the desk supervisors through
      *  CATPMNT; read by BOOKLOAN per loan, return and renewal and
      *  by BOOKHOLD per hold.  A zero period or loan cap means "no
      *  category figure" - the LOANPOL.DAT policy stands; a zero
      *  hold cap or fine cap means no cap, and a zero fine rate
      *  means the category is not fined.  With no record for a
      *  category the borrower gets the terms everybody got before
      *  categories.
      *  COPY this member into the FD for CategoryFile.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-14  jg  Original member, introduced with borrower
      *                  categories.
      *****************************************************************
       01  CG-CATEGORY-RECORD.
           05  CG-CATEGORY                 PIC X(01).
           05  CG-LOAN-PERIOD-DAYS         PIC 9(03).
           05  CG-MAX-LOANS                PIC 9(03).
           05  CG-MAX-HOLDS                PIC 9(03).
           05  CG-FINE-PER-DAY             PIC 9(01)V99.
           05  CG-FINE-CAP                 PIC 9(03)V99.
           05  CG-BARRED-GENRES.
               10  CG-BARRED-GENRE         PIC X(10)
                                            OCCURS 5 TIMES.
