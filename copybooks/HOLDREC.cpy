      *  2026-09-02  jg  HD-BORROWER widened to twenty-five with
      *                  the borrower master - converted by
      *                  BOOKCONV.
      *  2026-10-14  jg  Added the pickup branch.  BOOKHOLD takes
      *                  HD-PICKUP-BRANCH when the hold is placed;
      *                  BOOKLOAN stamps HD-SEND-BRANCH, where the
      *                  copy sits, when it offers the hold.  A copy
      *                  already at the pickup branch is ready at
      *                  once (HD-RECEIVED-DATE = offer date); one
      *                  that has to travel is listed by HOLDROUT
      *                  for the van and is only ready - and only
      *                  starts HOLDSWP's pickup window - once
      *                  BOOKHOLD records it received.  Added at the
      *                  end of the record; a hold from before the
      *                  change reads blank and is picked up where
      *                  the copy lives, as always.
      *  2026-10-15  jg  Added HD-WORK-CODE for the any-edition hold.
      *                  BOOKHOLD stamps the work the book is an
      *                  edition of on TITLELNK.DAT when the desk asks
      *                  for any edition; BOOKLOAN (at return) and
      *                  HOLDSWP (moving an expired offer on) then
      *                  match the hold against a copy of any edition
      *                  of that work and move HD-BOOK-ID to the copy
      *                  offered.  Blank is a hold on this edition
      *                  only, as always.
      *****************************************************************
       01  HD-HOLD-RECORD.
           05  HD-BOOK-ID                  PIC 9(07).
               88  HD-OFFERED              VALUE "O".
               88  HD-EXPIRED              VALUE "E".
           05  HD-OFFER-DATE               PIC 9(08).
           05  HD-PICKUP-BRANCH            PIC X(03).
           05  HD-SEND-BRANCH              PIC X(03).
           05  HD-RECEIVED-DATE            PIC 9(08).
           05  HD-WORK-CODE                PIC X(08).
