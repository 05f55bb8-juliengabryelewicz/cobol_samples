      *****************************************************************
      *  COURSREC.CPY
      *
      *  One course's reserve list on COURSRES.DAT, keyed on the
      *  course code - the lecturer, the term dates and the set
      *  texts (BookIds) the library holds back for the course
      *  while the term runs.  Maintained by CRSMNT; read by RSVSWP,
      *  BOOKLOAN and RSVRPT.  COPY this member into the FD for
      *  CourseFile.
      *
      *  While the term runs every set text is on the catalog at
      *  status C (on course reserve) and BOOKLOAN lends it as an
      *  hourly reserve loan - due CS-LOAN-HOURS after issue and
      *  fined CS-FINE-PER-HOUR for every hour or part hour late.
      *  Zero in either field takes BOOKLOAN's standing default.
      *  RSVSWP takes the books off reserve the night after the
      *  term ends, unless another running course still lists
      *  them.
      *
      *      status  P  (or space) term not started - nothing held
      *              R  running - the set texts are on reserve
      *              E  ended - the set texts are back on the shelf
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with course
      *                  reserves.
      *****************************************************************
       01  CS-COURSE-RECORD.
           05  CS-COURSE-CODE              PIC X(08).
           05  CS-COURSE-TITLE             PIC X(30).
           05  CS-LECTURER                 PIC X(25).
           05  CS-TERM-START               PIC 9(08).
           05  CS-TERM-END                 PIC 9(08).
           05  CS-LOAN-HOURS               PIC 9(02).
           05  CS-FINE-PER-HOUR            PIC 9(01)V99.
           05  CS-COURSE-STATUS            PIC X(01).
               88  CS-NOT-STARTED          VALUE "P" SPACE.
               88  CS-RUNNING              VALUE "R".
               88  CS-ENDED                VALUE "E".
           05  CS-SET-UP-OPER              PIC X(08).
           05  CS-BOOK-COUNT               PIC 9(02).
           05  CS-SET-TEXT OCCURS 20 TIMES.
               10  CS-BOOK-ID              PIC 9(07).
