      *  2026-09-02  jg  FN-BORROWER-NAME widened to twenty-five
      *                  with the borrower master - converted by
      *                  BOOKCONV.
      *  2026-10-14  jg  Added FN-OLDEST-DATE - the date of the first
      *                  charge still unpaid, stamped by FINE-SVC
      *                  when a charge lands on a clear account and
      *                  zeroed when the balance is cleared - and
      *                  FN-REFERRED-DATE, stamped by the COLLREF
      *                  collections referral run so an account is
      *                  referred once; FINEMNT notes later payments
      *                  on it for COLLRMT.  At the end of the record
      *                  so existing files keep their positions; a
      *                  zero or blank reads back as "not referred".
      *****************************************************************
       01  FN-FINE-RECORD.
           05  FN-BORROWER-NO              PIC 9(05).
           05  FN-WAIVED-TOTAL             PIC 9(07)V99.
           05  FN-BALANCE                  PIC S9(07)V99.
           05  FN-LAST-DATE                PIC 9(08).
           05  FN-OLDEST-DATE              PIC 9(08).
           05  FN-REFERRED-DATE            PIC 9(08).
