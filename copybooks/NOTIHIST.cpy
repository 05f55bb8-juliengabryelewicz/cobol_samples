      *                  borrower's contact preference.  At the end
      *                  of the record; old records read back blank,
      *                  which meant post.
      *  2026-10-15  jg  Notice level 9 is a recall notice - sent
      *                  once per loan recalled for a waiting hold
      *                  (see LN-RECALL-DATE), and not counted toward
      *                  the overdue notice levels.
      *****************************************************************
       01  NH-NOTICE-RECORD.
           05  NH-BOOK-ID                  PIC 9(07).
           05  NH-BORROWER-NO              PIC 9(05).
           05  NH-NOTICE-DATE              PIC 9(08).
           05  NH-NOTICE-LEVEL             PIC 9(01).
               88  NH-RECALL-NOTICE        VALUE 9.
           05  NH-CHANNEL                  PIC X(01).
