      *****************************************************************
      *  ORDDUP.CPY
      *
      *  One line of the ORDDUP.DAT duplicate-override log - an
      *  append-only record, written by BOOKORD, of every order
      *  placed after its duplicate check warned that the title was
      *  already held, on order or suggested, and the operator went
      *  ahead.  What the check found is kept with the order, so
      *  ORDDUPRT can list the week's overrides for acquisitions to
      *  review without re-running the check against files that
      *  have moved on since.
      *
      *      OV-MATCH-TYPE  I  the strongest match was on ISBN
      *                     T  on title and author only
      *
      *  COPY this member into the FD for the log file.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with the
      *                  pre-order duplicate check.
      *****************************************************************
       01  OV-DUP-LOG-RECORD.
           05  OV-ORDER-NO                 PIC 9(06).
           05  OV-LOG-DATE                 PIC 9(08).
           05  OV-LOG-TIME                 PIC 9(08).
           05  OV-OPER-ID                  PIC X(08).
           05  OV-SUPPLIER                 PIC X(05).
           05  OV-ISBN                     PIC 9(13).
           05  OV-TITLE                    PIC X(30).
           05  OV-AUTHOR                   PIC X(15).
           05  OV-QUANTITY                 PIC 9(03).
           05  OV-FUND-CODE                PIC X(06).
           05  OV-MATCH-TYPE               PIC X(01).
               88  OV-ISBN-MATCH           VALUE "I".
               88  OV-TITLE-MATCH          VALUE "T".
           05  OV-CATALOG-HITS             PIC 9(03).
           05  OV-FIRST-BOOK-ID            PIC 9(07).
           05  OV-COPIES-OWNED             PIC 9(05).
           05  OV-COPIES-OUT               PIC 9(05).
           05  OV-HOLDS-WAITING            PIC 9(05).
           05  OV-ORDER-HITS               PIC 9(03).
           05  OV-FIRST-ORDER-NO           PIC 9(06).
           05  OV-ON-ORDER-QTY             PIC 9(05).
           05  OV-SUGGEST-HITS             PIC 9(03).
