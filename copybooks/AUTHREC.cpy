      *****************************************************************
      *  AUTHREC.CPY
      *
      *  One form of an author's name on the AUTHORS.DAT authority
      *  file.  Each author has one preferred form - the spelling
      *  the catalog should carry in BK-BOOK-AUTHOR - and any number
      *  of variant forms seen on BOOKS.DAT or on suppliers' files
      *  ("Tolkien JRR", "J Tolkien"), each pointing at its
      *  preferred form.  A preferred form can name one related
      *  heading to see also (a pseudonym, a joint name).
      *  Maintained by AUTHMNT, read through AUTH-SVC.
      *
      *  AH-FORM-KEY is the form normalised by AUTH-SVC - upper
      *  case, full stops and commas dropped, single spaces - so
      *  "J.R.R. Tolkien" and "j r r tolkien" are the same form.
      *  The alternate key groups a preferred form with its
      *  variants.  COPY this member into the FD for AuthorFile.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with the author
      *                  authority file.
      *****************************************************************
       01  AH-AUTHOR-RECORD.
           05  AH-FORM-KEY                 PIC X(15).
           05  AH-FORM-TYPE                PIC X(01).
               88  AH-PREFERRED-FORM       VALUE "P".
               88  AH-VARIANT-FORM         VALUE "V".
           05  AH-FORM-TEXT                PIC X(15).
           05  AH-PREFERRED-KEY            PIC X(15).
           05  AH-SEE-ALSO                 PIC X(15).
           05  AH-ADDED-DATE               PIC 9(08).
           05  AH-ADDED-BY                 PIC X(08).
