       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CATPMNT.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-14.
       DATE-COMPILED. 2026-10-14.
      *****************************************************************
      *  CATPMNT
      *
      *  Borrower-category privilege maintenance against
      *  CATPRIV.DAT, in the style of LOANPMNT - A/U/D transactions
      *  keyed at the console by the desk supervisors.  Each record
      *  is keyed on a BW-CATEGORY code (A adult, J junior, S staff,
      *  H housebound, I institutional) and carries the category's
      *  loan period, concurrent-loan cap, hold cap, overdue fine
      *  per day, fine cap per overdue return, and up to five genres
      *  the category may not borrow or reserve.  BOOKLOAN and
      *  BOOKHOLD pick a change up on the next transaction.  Barred
      *  genres are validated against GENRES.DAT the way LOANPMNT
      *  checks its genre key, when that table is on file.  On an
      *  update a zero figure leaves the figure on file alone; a
      *  keyed genre list replaces the whole list, and *NONE* in
      *  the first slot clears it.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-14  jg  Original program, introduced with borrower
      *                  categories.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CategoryFile ASSIGN TO "CATPRIV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CATEGORY
               FILE STATUS IS PV-CATFILE-STATUS.
           SELECT GenreFile ASSIGN TO "GENRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GE-GENRE-CODE
               FILE STATUS IS PV-GENREFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CategoryFile.
       COPY CATPRIV.

       FD GenreFile.
       COPY GENREREC.

       WORKING-STORAGE SECTION.
       01  PV-CATFILE-STATUS         PIC X(02).
           88  PV-CATFILE-OK         VALUE "00".
           88  PV-CATFILE-NEW        VALUE "35".

       01  PV-GENREFILE-STATUS       PIC X(02).
           88  PV-GENREFILE-OK       VALUE "00".

       01  PV-FOUND-SWITCH           PIC X(01).
           88  PV-RECORD-FOUND       VALUE "Y".

       01  PV-GENRES-OK-SWITCH       PIC X(01).
           88  PV-GENRES-ON-TABLE    VALUE "Y".

       01  PV-FIGURES-OK-SWITCH      PIC X(01).
           88  PV-FIGURES-OK         VALUE "Y".

       01  PV-GENRE-IDX              PIC 9(01).

       01  PV-TXN-LINE.
           05  PV-TXN-CODE           PIC X(01).
               88  PV-ADD-TXN        VALUE "A" "a".
               88  PV-UPDATE-TXN     VALUE "U" "u".
               88  PV-DELETE-TXN     VALUE "D" "d".
           05  PV-TXN-CATEGORY       PIC X(01).
               88  PV-TXN-CAT-VALID  VALUE "A" "J" "S" "H" "I".
           05  PV-TXN-PERIOD         PIC 9(03).
           05  PV-TXN-MAX-LOANS      PIC 9(03).
           05  PV-TXN-MAX-HOLDS      PIC 9(03).
           05  PV-TXN-FINE-RATE      PIC 9(01)V99.
           05  PV-TXN-FINE-CAP       PIC 9(03)V99.
           05  PV-TXN-GENRES.
               10  PV-TXN-GENRE      PIC X(10) OCCURS 5 TIMES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF PV-CATFILE-OK
               DISPLAY "Enter category privilege transactions below."
               DISPLAY "Enter no data to end.  Categories: A adult,"
               DISPLAY "J junior, S staff, H housebound, I"
               DISPLAY "institutional."
               PERFORM 2000-GET-CATEGORY-TXN THRU 2000-EXIT
               PERFORM 2100-PROCESS-CATEGORY-TXN THRU 2100-EXIT
                   UNTIL PV-TXN-LINE = SPACES
               CLOSE CategoryFile
           END-IF
           GOBACK.

       1000-INITIALIZE.
           OPEN I-O CategoryFile
           IF PV-CATFILE-NEW
               OPEN OUTPUT CategoryFile
               CLOSE CategoryFile
               OPEN I-O CategoryFile
           END-IF
           IF NOT PV-CATFILE-OK
               DISPLAY "CATPRIV.DAT OPEN failed - status "
                       PV-CATFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-GET-CATEGORY-TXN.
           DISPLAY "Enter - Txn(A/U/D), Cat, PeriodDays, MaxLoans,"
           DISPLAY "MaxHolds, Fine/day (9V99), FineCap (999V99),"
           DISPLAY "then up to five barred genres (10 each)"
           DISPLAY "TCPPPMMMHHHFFFCCCCCGGGGGGGGGG..."
           ACCEPT  PV-TXN-LINE.
       2000-EXIT.
           EXIT.

       2100-PROCESS-CATEGORY-TXN.
           EVALUATE TRUE
               WHEN PV-ADD-TXN
                   PERFORM 2200-ADD-CATEGORY THRU 2200-EXIT
               WHEN PV-UPDATE-TXN
                   PERFORM 2300-UPDATE-CATEGORY THRU 2300-EXIT
               WHEN PV-DELETE-TXN
                   PERFORM 2400-DELETE-CATEGORY THRU 2400-EXIT
               WHEN OTHER
                   DISPLAY "Unknown transaction code - ignored."
           END-EVALUATE
           PERFORM 2000-GET-CATEGORY-TXN THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

       2200-ADD-CATEGORY.
           IF NOT PV-TXN-CAT-VALID
               DISPLAY "Category must be A, J, S, H or I."
               GO TO 2200-EXIT
           END-IF
           PERFORM 2600-CHECK-NUMERICS THRU 2600-EXIT
           IF NOT PV-FIGURES-OK
               GO TO 2200-EXIT
           END-IF
           PERFORM 2500-CHECK-GENRE-LIST THRU 2500-EXIT
           IF NOT PV-GENRES-ON-TABLE
               GO TO 2200-EXIT
           END-IF
           MOVE PV-TXN-CATEGORY   TO CG-CATEGORY
           MOVE PV-TXN-PERIOD     TO CG-LOAN-PERIOD-DAYS
           MOVE PV-TXN-MAX-LOANS  TO CG-MAX-LOANS
           MOVE PV-TXN-MAX-HOLDS  TO CG-MAX-HOLDS
           MOVE PV-TXN-FINE-RATE  TO CG-FINE-PER-DAY
           MOVE PV-TXN-FINE-CAP   TO CG-FINE-CAP
           MOVE PV-TXN-GENRES     TO CG-BARRED-GENRES
           IF CG-BARRED-GENRE (1) = "*NONE*"
               MOVE SPACES TO CG-BARRED-GENRES
           END-IF
           WRITE CG-CATEGORY-RECORD
               INVALID KEY
                   DISPLAY "Category " PV-TXN-CATEGORY
                           " already on file."
               NOT INVALID KEY
                   DISPLAY "Category " PV-TXN-CATEGORY " added."
           END-WRITE.
       2200-EXIT.
           EXIT.

       2300-UPDATE-CATEGORY.
           MOVE PV-TXN-CATEGORY TO CG-CATEGORY
           MOVE "N" TO PV-FOUND-SWITCH
           READ CategoryFile
               INVALID KEY
                   DISPLAY "Category " PV-TXN-CATEGORY " not found."
               NOT INVALID KEY
                   MOVE "Y" TO PV-FOUND-SWITCH
           END-READ
           IF NOT PV-RECORD-FOUND
               GO TO 2300-EXIT
           END-IF
           PERFORM 2600-CHECK-NUMERICS THRU 2600-EXIT
           IF NOT PV-FIGURES-OK
               GO TO 2300-EXIT
           END-IF
           PERFORM 2500-CHECK-GENRE-LIST THRU 2500-EXIT
           IF NOT PV-GENRES-ON-TABLE
               GO TO 2300-EXIT
           END-IF
           IF PV-TXN-PERIOD NOT = ZEROS
               MOVE PV-TXN-PERIOD TO CG-LOAN-PERIOD-DAYS
           END-IF
           IF PV-TXN-MAX-LOANS NOT = ZEROS
               MOVE PV-TXN-MAX-LOANS TO CG-MAX-LOANS
           END-IF
           IF PV-TXN-MAX-HOLDS NOT = ZEROS
               MOVE PV-TXN-MAX-HOLDS TO CG-MAX-HOLDS
           END-IF
           IF PV-TXN-FINE-RATE NOT = ZEROS
               MOVE PV-TXN-FINE-RATE TO CG-FINE-PER-DAY
           END-IF
           IF PV-TXN-FINE-CAP NOT = ZEROS
               MOVE PV-TXN-FINE-CAP TO CG-FINE-CAP
           END-IF
           IF PV-TXN-GENRES NOT = SPACES
               MOVE PV-TXN-GENRES TO CG-BARRED-GENRES
               IF CG-BARRED-GENRE (1) = "*NONE*"
                   MOVE SPACES TO CG-BARRED-GENRES
               END-IF
           END-IF
           REWRITE CG-CATEGORY-RECORD
               INVALID KEY
                   DISPLAY "Category " PV-TXN-CATEGORY
                           " not rewritten."
               NOT INVALID KEY
                   DISPLAY "Category " PV-TXN-CATEGORY " updated."
           END-REWRITE.
       2300-EXIT.
           EXIT.

       2400-DELETE-CATEGORY.
           MOVE PV-TXN-CATEGORY TO CG-CATEGORY
           MOVE "N" TO PV-FOUND-SWITCH
           READ CategoryFile
               INVALID KEY
                   DISPLAY "Category " PV-TXN-CATEGORY " not found."
               NOT INVALID KEY
                   MOVE "Y" TO PV-FOUND-SWITCH
           END-READ
           IF PV-RECORD-FOUND
               DELETE CategoryFile
                   INVALID KEY
                       DISPLAY "Category " PV-TXN-CATEGORY
                               " not deleted."
                   NOT INVALID KEY
                       DISPLAY "Category " PV-TXN-CATEGORY
                               " removed - its borrowers fall back"
                               " to the LOANPOL.DAT terms."
               END-DELETE
           END-IF.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2500-CHECK-GENRE-LIST - every barred genre keyed must be on
      *  the GENRES.DAT table, the way WRITE-FILE checks
      *  BK-BOOK-GENRE.  Blank slots and the *NONE* clear pass; with
      *  no table on file the check passes everything.
      *****************************************************************
       2500-CHECK-GENRE-LIST.
           MOVE "Y" TO PV-GENRES-OK-SWITCH
           OPEN INPUT GenreFile
           IF NOT PV-GENREFILE-OK
               GO TO 2500-EXIT
           END-IF
           PERFORM 2510-CHECK-ONE-GENRE THRU 2510-EXIT
               VARYING PV-GENRE-IDX FROM 1 BY 1
                   UNTIL PV-GENRE-IDX > 5
           CLOSE GenreFile.
       2500-EXIT.
           EXIT.

       2510-CHECK-ONE-GENRE.
           IF PV-TXN-GENRE (PV-GENRE-IDX) = SPACES
               OR PV-TXN-GENRE (PV-GENRE-IDX) = "*NONE*"
               GO TO 2510-EXIT
           END-IF
           MOVE PV-TXN-GENRE (PV-GENRE-IDX) TO GE-GENRE-CODE
           READ GenreFile
               INVALID KEY
                   DISPLAY "Genre " PV-TXN-GENRE (PV-GENRE-IDX)
                           " is not on the genre table - see"
                           " GENREMNT."
                   MOVE "N" TO PV-GENRES-OK-SWITCH
           END-READ.
       2510-EXIT.
           EXIT.

      *  Keyed figures must be digits; spaces in a figure read as
      *  "not keyed" on an update.  A bad figure drops the
      *  transaction.
       2600-CHECK-NUMERICS.
           MOVE "Y" TO PV-FIGURES-OK-SWITCH
           IF PV-TXN-PERIOD = SPACES
               MOVE ZEROS TO PV-TXN-PERIOD
           END-IF
           IF PV-TXN-MAX-LOANS = SPACES
               MOVE ZEROS TO PV-TXN-MAX-LOANS
           END-IF
           IF PV-TXN-MAX-HOLDS = SPACES
               MOVE ZEROS TO PV-TXN-MAX-HOLDS
           END-IF
           IF PV-TXN-FINE-RATE (1:3) = SPACES
               MOVE ZEROS TO PV-TXN-FINE-RATE
           END-IF
           IF PV-TXN-FINE-CAP (1:5) = SPACES
               MOVE ZEROS TO PV-TXN-FINE-CAP
           END-IF
           IF PV-TXN-PERIOD NOT NUMERIC
               OR PV-TXN-MAX-LOANS NOT NUMERIC
               OR PV-TXN-MAX-HOLDS NOT NUMERIC
               OR PV-TXN-FINE-RATE NOT NUMERIC
               OR PV-TXN-FINE-CAP NOT NUMERIC
               DISPLAY "Period, caps and fine figures must be digits"
                       " - transaction ignored."
               MOVE "N" TO PV-FIGURES-OK-SWITCH
           END-IF.
       2600-EXIT.
           EXIT.
