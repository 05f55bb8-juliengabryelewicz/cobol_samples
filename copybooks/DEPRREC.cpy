      *****************************************************************
      *  DEPRREC.CPY
      *
      *  One line of the DEPRSCHD.DAT depreciation schedule, keyed
      *  on the genre code the catalog carries in BK-BOOK-GENRE -
      *  the useful life in years and the method the collection's
      *  cost is written down by for books of that genre:
      *
      *      S  straight line - an equal share of cost each year
      *      D  declining balance - twice the straight-line rate on
      *         the balance left, the remainder written off in the
      *         last year of the life
      *
      *  A life of zero writes the cost off in the year the book is
      *  acquired.  The reserved key *DEFAULT covers any genre with
      *  no line of its own.  Maintained by DEPRMNT, read by
      *  ASSETREG.  COPY this member into the FD for DeprFile.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with the
      *                  fixed-asset register.
      *****************************************************************
       01  DP-DEPR-RECORD.
           05  DP-GENRE                    PIC X(10).
           05  DP-USEFUL-LIFE              PIC 9(02).
           05  DP-METHOD                   PIC X(01).
               88  DP-STRAIGHT-LINE        VALUE "S".
               88  DP-DECLINING-BALANCE    VALUE "D".
               88  DP-VALID-METHOD         VALUE "S" "D".
