      *                  loan is written.  At the end of the record
      *                  for the usual conversion reason; old loans
      *                  read back blank, meaning the main building.
      *  2026-10-15  jg  Added LN-DUE-TIME and LN-COURSE-CODE for
      *                  course reserve loans - an hourly loan of a
      *                  book on reserve for a COURSRES.DAT course is
      *                  due back at a time of day (HHMM) as well as
      *                  a date, and is fined per hour late.  At the
      *                  end of the record for the usual conversion
      *                  reason; a blank course code is an ordinary
      *                  loan and its due time is not used.
      *  2026-10-15  jg  Added LN-RECALL-DATE - set by BOOKHOLD when a
      *                  hold placed on a title with no copy on the
      *                  shelf recalls the loan, LN-DUE-DATE being
      *                  brought forward to the same date.  BOOKNOTC
      *                  sends the recall notice, BOOKLOAN refuses to
      *                  renew the loan and fines it late at the
      *                  recall rate.  At the end of the record for
      *                  the usual conversion reason; zeros or blank
      *                  mean the loan has not been recalled, and a
      *                  new loan starts it at zeros.
      *  2026-10-15  jg  Added LN-CLAIM-DATE - the day the borrower
      *                  claimed to have returned a book still shown
      *                  out, keyed through BOOKLOAN's C transaction.
      *                  The loan stays on loan and the copy counted
      *                  out, but is disputed: no overdue fine,
      *                  notice or renewal, CLAIMRPT lists it for the
      *                  shelf team, SHELFREC captures its return
      *                  when it is found on the shelf, and LOSTSWP
      *                  bills it lost when the investigation period
      *                  runs out.  At the end of the record for the
      *                  usual conversion reason; zeros or blank
      *                  mean no claim, and a new loan or a return
      *                  starts it at zeros.
      *****************************************************************
       01  LN-LOAN-RECORD.
           05  LN-BOOK-ID                  PIC 9(07).
           05  LN-BORROWER-NO              PIC 9(05).
           05  LN-RENEW-COUNT              PIC 9(02).
           05  LN-BRANCH                   PIC X(03).
           05  LN-DUE-TIME                 PIC 9(04).
           05  LN-COURSE-CODE              PIC X(08).
           05  LN-RECALL-DATE              PIC 9(08).
           05  LN-CLAIM-DATE               PIC 9(08).
