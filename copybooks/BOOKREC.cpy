      *                  lent to a partner library, so BOOKLOAN
      *                  refuses the copy at the desk the way it
      *                  refuses lost and in-repair books.
      *  2026-10-15  jg  Added BK-SERIAL-ISSUE - genre SERIAL marks
      *                  a magazine or journal issue SERMNT put on
      *                  the catalog at check-in, lent as a short
      *                  loan by BOOKLOAN.
      *  2026-10-15  jg  Added the C (on course reserve) status - set
      *                  by CRSMNT and the RSVSWP nightly sweep while
      *                  a course on COURSRES.DAT lists the book for
      *                  a running term, and cleared by RSVSWP at
      *                  term end.  BOOKLOAN lends it as an hourly
      *                  reserve loan.
      *****************************************************************
       01  BK-BOOK-RECORD.
           05  BK-BOOK-ID                  PIC 9(07).
           05  BK-BOOK-AUTHOR              PIC X(15).
           05  BK-BOOK-PRICE               PIC 9(05)V99.
           05  BK-BOOK-GENRE               PIC X(10).
               88  BK-SERIAL-ISSUE         VALUE "SERIAL".
           05  BK-BOOK-ISBN                PIC 9(13).
           05  BK-COPIES-OWNED             PIC 9(03).
           05  BK-COPIES-OUT               PIC 9(03).
               88  BK-IN-REPAIR            VALUE "R".
               88  BK-WITHDRAWN            VALUE "W".
               88  BK-ON-ILL               VALUE "I".
               88  BK-ON-RESERVE           VALUE "C".
           05  BK-STATUS-DATE              PIC 9(08).
           05  BK-BRANCH                   PIC X(03).
