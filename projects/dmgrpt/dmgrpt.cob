       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DMGRPT.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  DMGRPT
      *
      *  Damage register report.  Lists every incident on the
      *  DAMAGE.DAT register BOOKLOAN keeps at return time - the
      *  date, the book, the borrower it came back from, the
      *  condition, the charge and whether it posted - against the
      *  book's status on BOOKS.DAT today, so a book sent to repair
      *  can be chased until WRITE-FILE puts it back on the shelf.
      *  A book sent to repair that is available again lists as
      *  REPAIRED.  Totals by condition, the charges posted, the
      *  charges FINEMNT still has to key by hand, and the books
      *  still in repair close the listing.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program, introduced with condition
      *                  checking at return.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DamageFile ASSIGN TO "DAMAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DR-DMGFILE-STATUS.
           SELECT BookFile ASSIGN TO "BOOKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BK-BOOK-ID
               FILE STATUS IS DR-BOOKFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DamageFile.
       COPY DMGREC.

       FD BookFile.
       COPY BOOKREC.

       WORKING-STORAGE SECTION.
       01  DR-DMGFILE-STATUS         PIC X(02).
           88  DR-DMGFILE-OK         VALUE "00".
           88  DR-DMGFILE-NEW        VALUE "35".

       01  DR-BOOKFILE-STATUS        PIC X(02).
           88  DR-BOOKFILE-OK        VALUE "00".

       01  DR-DMGFILE-EOF-SWITCH     PIC X(01) VALUE "N".
           88  DR-DMGFILE-EOF        VALUE "Y".

       01  DR-MINOR-COUNT            PIC 9(05) VALUE ZEROS.
       01  DR-MAJOR-COUNT            PIC 9(05) VALUE ZEROS.
       01  DR-PARTS-COUNT            PIC 9(05) VALUE ZEROS.
       01  DR-REPAIR-COUNT           PIC 9(05) VALUE ZEROS.
       01  DR-UNPOSTED-COUNT         PIC 9(05) VALUE ZEROS.
       01  DR-POSTED-TOTAL           PIC 9(07)V99 VALUE ZEROS.
       01  DR-UNPOSTED-TOTAL         PIC 9(07)V99 VALUE ZEROS.
       01  DR-TOTAL-DISPLAY          PIC Z,ZZZ,ZZ9.99.

       COPY RUNDATE.

       01  DR-HEADING-1.
           05  FILLER                PIC X(08) VALUE "DMGRPT".
           05  FILLER                PIC X(26) VALUE
               "DAMAGE REGISTER".
           05  FILLER                PIC X(11) VALUE "  RUN DATE:".
           05  DR-H1-DATE            PIC X(10).

       01  DR-HEADING-2.
           05  FILLER                PIC X(10) VALUE "DATE".
           05  FILLER                PIC X(09) VALUE "BOOKID".
           05  FILLER                PIC X(22) VALUE "TITLE".
           05  FILLER                PIC X(23) VALUE "BORROWER".
           05  FILLER                PIC X(08) VALUE "COND".
           05  FILLER                PIC X(11) VALUE "    CHARGE".
           05  FILLER                PIC X(10) VALUE "NOW".

       01  DR-DETAIL-LINE.
           05  DR-D-DATE             PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DR-D-BOOK-ID          PIC 9(07).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DR-D-TITLE            PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DR-D-BORROWER-NO      PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DR-D-BORROWER         PIC X(15).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DR-D-CONDITION        PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DR-D-CHARGE           PIC ZZ,ZZ9.99.
           05  DR-D-POSTED           PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DR-D-STATUS           PIC X(11).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LIST-ONE-INCIDENT THRU 2000-EXIT
               UNTIL DR-DMGFILE-EOF
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           GOBACK.

       1000-INITIALIZE.
           MOVE "N" TO DR-DMGFILE-EOF-SWITCH
           MOVE ZEROS TO DR-MINOR-COUNT DR-MAJOR-COUNT DR-PARTS-COUNT
                         DR-REPAIR-COUNT DR-UNPOSTED-COUNT
                         DR-POSTED-TOTAL DR-UNPOSTED-TOTAL
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           MOVE RD-RUN-DATE-DISPLAY TO DR-H1-DATE
           DISPLAY DR-HEADING-1
           DISPLAY SPACES
           DISPLAY DR-HEADING-2
           DISPLAY "----------------------------------------"
                   "----------------------------------------"
                   "-------------------"
           OPEN INPUT DamageFile
           IF DR-DMGFILE-NEW
               DISPLAY "No damage registered."
               SET DR-DMGFILE-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF NOT DR-DMGFILE-OK
               DISPLAY "DAMAGE.DAT OPEN failed - status "
                       DR-DMGFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               SET DR-DMGFILE-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT BookFile
           IF NOT DR-BOOKFILE-OK
               DISPLAY "BOOKS.DAT OPEN failed - status "
                       DR-BOOKFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               CLOSE DamageFile
               SET DR-DMGFILE-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           READ DamageFile
               AT END
                   SET DR-DMGFILE-EOF TO TRUE
           END-READ
           IF DR-DMGFILE-EOF
               CLOSE DamageFile
               CLOSE BookFile
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-LIST-ONE-INCIDENT - one register line, with the book's
      *  status looked up on BOOKS.DAT as it stands today.
      *****************************************************************
       2000-LIST-ONE-INCIDENT.
           MOVE DG-DAMAGE-DATE TO DR-D-DATE
           MOVE DG-BOOK-ID     TO DR-D-BOOK-ID
           MOVE DG-BOOK-NAME   TO DR-D-TITLE
           MOVE DG-BORROWER-NO TO DR-D-BORROWER-NO
           MOVE DG-BORROWER    TO DR-D-BORROWER
           MOVE DG-CHARGE      TO DR-D-CHARGE
           EVALUATE TRUE
               WHEN DG-MINOR-DAMAGE
                   MOVE "MINOR"  TO DR-D-CONDITION
                   ADD 1 TO DR-MINOR-COUNT
               WHEN DG-MAJOR-DAMAGE
                   MOVE "MAJOR"  TO DR-D-CONDITION
                   ADD 1 TO DR-MAJOR-COUNT
               WHEN DG-PARTS-MISSING
                   MOVE "PARTS"  TO DR-D-CONDITION
                   ADD 1 TO DR-PARTS-COUNT
               WHEN OTHER
                   MOVE DG-CONDITION TO DR-D-CONDITION
           END-EVALUATE
           EVALUATE TRUE
               WHEN DG-CHARGE-POSTED
                   MOVE SPACE TO DR-D-POSTED
                   ADD DG-CHARGE TO DR-POSTED-TOTAL
               WHEN DG-CHARGE-NOT-POSTED
                   MOVE "*" TO DR-D-POSTED
                   ADD 1 TO DR-UNPOSTED-COUNT
                   ADD DG-CHARGE TO DR-UNPOSTED-TOTAL
               WHEN OTHER
                   MOVE SPACE TO DR-D-POSTED
           END-EVALUATE
           PERFORM 2100-GET-BOOK-STATUS THRU 2100-EXIT
           DISPLAY DR-DETAIL-LINE
           READ DamageFile
               AT END
                   SET DR-DMGFILE-EOF TO TRUE
                   CLOSE DamageFile
                   CLOSE BookFile
           END-READ.
       2000-EXIT.
           EXIT.

       2100-GET-BOOK-STATUS.
           MOVE DG-BOOK-ID TO BK-BOOK-ID
           READ BookFile
               INVALID KEY
                   MOVE "NOT ON FILE" TO DR-D-STATUS
                   GO TO 2100-EXIT
           END-READ
           EVALUATE TRUE
               WHEN BK-IN-REPAIR
                   MOVE "IN REPAIR"   TO DR-D-STATUS
                   ADD 1 TO DR-REPAIR-COUNT
               WHEN BK-AVAILABLE AND DG-SENT-TO-REPAIR
                   MOVE "REPAIRED"    TO DR-D-STATUS
               WHEN BK-AVAILABLE
                   MOVE "AVAILABLE"   TO DR-D-STATUS
               WHEN BK-LOST
                   MOVE "LOST"        TO DR-D-STATUS
               WHEN BK-WITHDRAWN
                   MOVE "WITHDRAWN"   TO DR-D-STATUS
               WHEN BK-ON-ILL
                   MOVE "ON ILL"      TO DR-D-STATUS
               WHEN BK-ON-RESERVE
                   MOVE "RESERVED"    TO DR-D-STATUS
               WHEN OTHER
                   MOVE BK-BOOK-STATUS TO DR-D-STATUS
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       3000-TERMINATE.
           DISPLAY "----------------------------------------"
                   "----------------------------------------"
                   "-------------------"
           DISPLAY "Minor damage.........: " DR-MINOR-COUNT
           DISPLAY "Major damage.........: " DR-MAJOR-COUNT
           DISPLAY "Parts missing........: " DR-PARTS-COUNT
           MOVE DR-POSTED-TOTAL TO DR-TOTAL-DISPLAY
           DISPLAY "Charges posted.......: " DR-TOTAL-DISPLAY
           MOVE DR-UNPOSTED-TOTAL TO DR-TOTAL-DISPLAY
           DISPLAY "Charges not posted (*): " DR-UNPOSTED-COUNT
                   "  " DR-TOTAL-DISPLAY " - key in FINEMNT"
           DISPLAY "Still in repair......: " DR-REPAIR-COUNT.
       3000-EXIT.
           EXIT.
