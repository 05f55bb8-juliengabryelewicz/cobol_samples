      *****************************************************************
      *  TITLELNK.CPY
      *
      *  How one catalog record relates to others, on TITLELNK.DAT
      *  keyed on BookId - the series it is a volume of, and the
      *  work it is an edition of.  Every member of a series carries
      *  the same series code, every edition of a work the same work
      *  code; a book with neither has no record.  Maintained at the
      *  desk by LINKMNT; BOOKINQ lists the related titles under the
      *  record, BOOKHOLD takes an any-edition hold on the work,
      *  BOOKLOAN and HOLDSWP offer such a hold the first linked
      *  edition to come back, and BOOKWEED spares the only copy of
      *  a volume in a series still being bought.  COPY this member
      *  into the FD for LinkFile.
      *
      *      series status  O  (or space) still buying - new volumes
      *                        are ordered as they come out
      *                     C  closed - complete, or given up on
      *
      *  The series status is kept the same on every member of the
      *  series - LINKMNT's O and C transactions set them all.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with series and
      *                  edition linking.
      *****************************************************************
       01  TK-TITLE-LINK-RECORD.
           05  TK-BOOK-ID                  PIC 9(07).
           05  TK-SERIES-CODE              PIC X(08).
           05  TK-VOLUME-NO                PIC 9(03).
           05  TK-SERIES-STATUS            PIC X(01).
               88  TK-SERIES-BUYING        VALUE "O" SPACE.
               88  TK-SERIES-CLOSED        VALUE "C".
           05  TK-WORK-CODE                PIC X(08).
           05  TK-EDITION-NO               PIC 9(02).
           05  TK-SET-UP-OPER              PIC X(08).
           05  TK-SET-UP-DATE              PIC 9(08).
