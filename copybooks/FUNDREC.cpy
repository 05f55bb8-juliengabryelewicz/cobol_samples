      *****************************************************************
      *  FUNDREC.CPY
      *
      *  One acquisitions fund for one fiscal year on the FUNDS.DAT
      *  master, keyed on fund code and year - the allocation the
      *  fund was given, the branch it buys for, and the two running
      *  totals BOOKORD keeps as orders move:
      *
      *      FU-ENCUMBERED  committed on orders still outstanding -
      *                     raised when an order is placed, relieved
      *                     as copies are received or the order is
      *                     cancelled
      *      FU-SPENT       relieved encumbrance on copies received
      *
      *  The free balance is the allocation less both.  All amounts
      *  are local currency - foreign orders convert through
      *  RATE-SVC when they are placed.  Maintained by FUNDMNT and
      *  reported by FUNDRPT.  COPY this member into the FD for
      *  FundFile.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with the
      *                  acquisitions fund accounting.
      *****************************************************************
       01  FU-FUND-RECORD.
           05  FU-FUND-KEY.
               10  FU-FUND-CODE            PIC X(06).
               10  FU-FISCAL-YEAR          PIC 9(04).
           05  FU-FUND-NAME                PIC X(30).
           05  FU-BRANCH                   PIC X(03).
           05  FU-ALLOCATION               PIC 9(07)V99.
           05  FU-ENCUMBERED               PIC S9(07)V99.
           05  FU-SPENT                    PIC S9(07)V99.
