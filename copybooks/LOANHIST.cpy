      *  LoanHistFile so every program that reads LOANHIST.DAT agrees
      *  on the same fields.
      *
      *  LOANHIST.DAT is indexed on LH-HISTORY-KEY - the book, then
      *  the event date and time - so one book's history reads in
      *  the order it happened from a START on the BookId.  Two
      *  alternate keys, both with duplicates, reach one borrower's
      *  events (LH-BORROWER-NO) and one day's or one date range's
      *  (LH-EVENT-DATE).  Every SELECT for the file names all
      *  three:
      *
      *      RECORD KEY IS LH-HISTORY-KEY
      *      ALTERNATE RECORD KEY IS LH-BORROWER-NO WITH DUPLICATES
      *      ALTERNATE RECORD KEY IS LH-EVENT-DATE WITH DUPLICATES
      *
      *  A second event for the same book at the same centisecond
      *  (a catch-up posting keyed to the minute) is written one
      *  hundredth later, so the key stays unique.  The LHAyyyy.DAT
      *  archives LOANARCH writes are sequential images of this
      *  same record.
      *
      *  Modification history
      *  ---------------------
      *  2026-08-22  jg  Original member, introduced with the
      *                  loan record when the event was written, so
      *                  circulation can be analyzed per branch.  Old
      *                  events read back blank (the main building).
      *  2026-10-14  jg  Events older than the retention period are
      *                  anonymised by RETAIN - LH-BORROWER blanked
      *                  and LH-BORROWER-NO set to zero, a number
      *                  BORRMNT never issues (LH-ANONYMISED).  The
      *                  book, event and dates stand, so BOOKCIRC's
      *                  per-title counts are unchanged.
      *  2026-10-15  jg  LOANHIST.DAT is now indexed - the book and
      *                  event date and time move to the front as
      *                  LH-HISTORY-KEY, with the borrower number
      *                  and event date as alternate keys.  The
      *                  sequential trail and its archives are
      *                  converted once by LHCONV.
      *****************************************************************
       01  LH-HISTORY-RECORD.
           05  LH-HISTORY-KEY.
               10  LH-BOOK-ID              PIC 9(07).
               10  LH-EVENT-DATE           PIC 9(08).
               10  LH-EVENT-TIME           PIC 9(08).
           05  LH-TXN-CODE                 PIC X(01).
               88  LH-LOAN-EVENT           VALUE "L".
               88  LH-RETURN-EVENT         VALUE "R".
               88  LH-RENEW-EVENT          VALUE "N".
           05  LH-BORROWER                 PIC X(25).
           05  LH-BORROWER-NO              PIC 9(05).
               88  LH-ANONYMISED           VALUE ZEROS.
           05  LH-DUE-DATE                 PIC 9(08).
           05  LH-BRANCH                   PIC X(03).
