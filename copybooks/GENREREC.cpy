      *  ---------------------
      *  2026-08-22  jg  Original member, introduced with the genre
      *                  reference table.
      *  2026-10-15  jg  Added GE-SHELF-MARK - the short class mark
      *                  BOOKLABL prints on the spine label for books
      *                  of the genre.  At the end of the record; old
      *                  records read back blank and the label falls
      *                  back to the first four characters of the
      *                  genre code.
      *****************************************************************
       01  GE-GENRE-RECORD.
           05  GE-GENRE-CODE               PIC X(10).
           05  GE-GENRE-DESC               PIC X(30).
           05  GE-SHELF-MARK               PIC X(04).
