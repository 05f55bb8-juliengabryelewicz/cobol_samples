       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AUTHNORM.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  AUTHNORM
      *
      *  Author normalisation run, in two passes so nothing on the
      *  catalog changes without a librarian's say-so.
      *
      *  P (propose) reads BOOKS.DAT and asks AUTH-SVC about every
      *  author; a book filed under a known variant, or under the
      *  preferred form spelt differently, is listed and written as
      *  a proposal line to AUTHPROP.DAT (replacing the last run's):
      *      col 1      approval - blank as written, Y to approve
      *      col 2-8    BookId
      *      col 10-24  author on the book
      *      col 26-40  preferred form proposed
      *      col 42-71  book name, for the reviewer
      *  The librarian puts Y in column 1 of each correction to be
      *  made.
      *
      *  A (apply) reads AUTHPROP.DAT and, for each approved line
      *  whose book still carries the author proposed from, writes
      *  a U line with the preferred form onto BOOKMNT.DAT (see
      *  BOOKWEED) - the next WRITE-FILE batch maintenance run makes
      *  the change, with its usual edits and audit record.  A book
      *  changed since the proposal is skipped and counted.  The
      *  proposals are then cleared.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BookFile ASSIGN TO "BOOKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-BOOK-ID
               FILE STATUS IS AN-BOOKFILE-STATUS.
           SELECT ProposalFile ASSIGN TO "AUTHPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AN-PROPFILE-STATUS.
           SELECT MaintTxnFile ASSIGN TO "BOOKMNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AN-MAINTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BookFile.
       COPY BOOKREC.

       FD ProposalFile.
       01  AN-PROPOSAL-RECORD.
           05  AN-PP-APPROVE         PIC X(01).
               88  AN-PP-APPROVED    VALUE "Y" "y".
           05  AN-PP-BOOK-ID         PIC 9(07).
           05  FILLER                PIC X(01).
           05  AN-PP-FROM-AUTHOR     PIC X(15).
           05  FILLER                PIC X(01).
           05  AN-PP-TO-AUTHOR       PIC X(15).
           05  FILLER                PIC X(01).
           05  AN-PP-NAME            PIC X(30).

       FD MaintTxnFile.
       01  AN-MAINT-TXN-RECORD.
           05  AN-MT-TXN-CODE        PIC X(01).
           05  AN-MT-ID              PIC 9(07).
           05  AN-MT-NAME            PIC X(30).
           05  AN-MT-YEAR            PIC 9(04).
           05  AN-MT-AUTHOR          PIC X(15).
           05  AN-MT-PRICE           PIC 9(05)V99.
           05  AN-MT-GENRE           PIC X(10).
           05  AN-MT-ISBN            PIC 9(13).
           05  AN-MT-COPIES          PIC X(03).
           05  AN-MT-CCY             PIC X(03).

       WORKING-STORAGE SECTION.
       01  AN-BOOKFILE-STATUS        PIC X(02).
           88  AN-BOOKFILE-OK        VALUE "00".

       01  AN-PROPFILE-STATUS        PIC X(02).
           88  AN-PROPFILE-OK        VALUE "00".

       01  AN-MAINTFILE-STATUS       PIC X(02).
           88  AN-MAINTFILE-OK       VALUE "00".

       01  AN-EOF-SWITCH             PIC X(01) VALUE "N".
           88  AN-END-OF-FILE        VALUE "Y".

       01  AN-RUN-MODE               PIC X(01).
           88  AN-PROPOSE-MODE       VALUE "P" "p".
           88  AN-APPLY-MODE         VALUE "A" "a".

       01  AN-READ-COUNT             PIC 9(07) VALUE ZEROS.
       01  AN-PROPOSED-COUNT         PIC 9(05) VALUE ZEROS.
       01  AN-APPLIED-COUNT          PIC 9(05) VALUE ZEROS.
       01  AN-DECLINED-COUNT         PIC 9(05) VALUE ZEROS.
       01  AN-CHANGED-COUNT          PIC 9(05) VALUE ZEROS.
       01  AN-NO-AUTHORITY-SWITCH    PIC X(01) VALUE "N".
           88  AN-NO-AUTHORITY       VALUE "Y".

       COPY AUTHSVCA.

       COPY RUNDATE.

       01  AN-HEADING-1.
           05  FILLER                PIC X(10) VALUE "AUTHNORM".
           05  FILLER                PIC X(25) VALUE
               "AUTHOR NORMALISATION".
           05  FILLER                PIC X(10) VALUE "RUN DATE:".
           05  AN-H1-DATE            PIC X(10).

       01  AN-DETAIL-LINE.
           05  AN-D-BOOK-ID          PIC 9(07).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  AN-D-NAME             PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  AN-D-FROM             PIC X(15).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  AN-D-TO               PIC X(15).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZEROS
               IF AN-PROPOSE-MODE
                   PERFORM 2000-PROPOSE-ONE-BOOK THRU 2000-EXIT
                       UNTIL AN-END-OF-FILE
               ELSE
                   PERFORM 2500-APPLY-ONE-PROPOSAL THRU 2500-EXIT
                       UNTIL AN-END-OF-FILE
               END-IF
               PERFORM 3000-TERMINATE THRU 3000-EXIT
           END-IF
           GOBACK.

       1000-INITIALIZE.
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           MOVE RD-RUN-DATE-DISPLAY TO AN-H1-DATE
           DISPLAY "P = propose corrections, A = apply approved : "
               WITH NO ADVANCING
           ACCEPT AN-RUN-MODE
           IF NOT AN-PROPOSE-MODE AND NOT AN-APPLY-MODE
               DISPLAY "Run mode must be P or A."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT BookFile
           IF NOT AN-BOOKFILE-OK
               DISPLAY "BookFile OPEN failed - status "
                       AN-BOOKFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           IF AN-APPLY-MODE
               GO TO 1200-OPEN-APPLY
           END-IF
           OPEN OUTPUT ProposalFile
           IF NOT AN-PROPFILE-OK
               DISPLAY "AUTHPROP.DAT OPEN failed - status "
                       AN-PROPFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               CLOSE BookFile
               GO TO 1000-EXIT
           END-IF
           DISPLAY AN-HEADING-1
           DISPLAY "BOOK ID  NAME                            AUTHOR"
                   "           PREFERRED FORM"
           DISPLAY "-----------------------------------------------"
                   "------------------------------"
           PERFORM 2900-READ-NEXT-BOOK THRU 2900-EXIT
           GO TO 1000-EXIT.
       1200-OPEN-APPLY.
           OPEN INPUT ProposalFile
           IF NOT AN-PROPFILE-OK
               DISPLAY "AUTHPROP.DAT not available - run the P pass"
                       " first."
               MOVE 8 TO RETURN-CODE
               CLOSE BookFile
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND MaintTxnFile
           IF NOT AN-MAINTFILE-OK
               DISPLAY "BOOKMNT.DAT OPEN failed - status "
                       AN-MAINTFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               CLOSE BookFile ProposalFile
               GO TO 1000-EXIT
           END-IF
           PERFORM 2950-READ-NEXT-PROPOSAL THRU 2950-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROPOSE-ONE-BOOK - a book whose author is a form on
      *  the authority file, but not the preferred form exactly as
      *  the authority file spells it, is proposed.
      *****************************************************************
       2000-PROPOSE-ONE-BOOK.
           IF BK-BOOK-AUTHOR = SPACES
               GO TO 2000-NEXT
           END-IF
           MOVE "L" TO AQ-FUNCTION
           MOVE BK-BOOK-AUTHOR TO AQ-AUTHOR
           CALL "AUTH-SVC" USING AQ-AUTH-SVC-AREA
           END-CALL
           IF AQ-STATUS = "02"
               SET AN-NO-AUTHORITY TO TRUE
               SET AN-END-OF-FILE TO TRUE
               GO TO 2000-EXIT
           END-IF
           IF AQ-STATUS NOT = "00" AND AQ-STATUS NOT = "01"
               GO TO 2000-NEXT
           END-IF
           IF BK-BOOK-AUTHOR = AQ-PREFERRED
               GO TO 2000-NEXT
           END-IF
           MOVE BK-BOOK-ID     TO AN-D-BOOK-ID
           MOVE BK-BOOK-NAME   TO AN-D-NAME
           MOVE BK-BOOK-AUTHOR TO AN-D-FROM
           MOVE AQ-PREFERRED   TO AN-D-TO
           DISPLAY AN-DETAIL-LINE
           MOVE SPACES         TO AN-PROPOSAL-RECORD
           MOVE BK-BOOK-ID     TO AN-PP-BOOK-ID
           MOVE BK-BOOK-AUTHOR TO AN-PP-FROM-AUTHOR
           MOVE AQ-PREFERRED   TO AN-PP-TO-AUTHOR
           MOVE BK-BOOK-NAME   TO AN-PP-NAME
           WRITE AN-PROPOSAL-RECORD
           ADD 1 TO AN-PROPOSED-COUNT.
       2000-NEXT.
           PERFORM 2900-READ-NEXT-BOOK THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2500-APPLY-ONE-PROPOSAL - the book is read again so the U
      *  line carries what is on file now, the author apart; one
      *  re-keyed since the proposal is left for the next P pass.
      *****************************************************************
       2500-APPLY-ONE-PROPOSAL.
           IF NOT AN-PP-APPROVED
               ADD 1 TO AN-DECLINED-COUNT
               GO TO 2500-NEXT
           END-IF
           MOVE AN-PP-BOOK-ID TO BK-BOOK-ID
           READ BookFile
               INVALID KEY
                   DISPLAY "Book " AN-PP-BOOK-ID " no longer on"
                           " file - skipped."
                   ADD 1 TO AN-CHANGED-COUNT
                   GO TO 2500-NEXT
           END-READ
           IF BK-BOOK-AUTHOR NOT = AN-PP-FROM-AUTHOR
               DISPLAY "Book " AN-PP-BOOK-ID " author changed since"
                       " the proposal - skipped."
               ADD 1 TO AN-CHANGED-COUNT
               GO TO 2500-NEXT
           END-IF
           MOVE SPACES         TO AN-MAINT-TXN-RECORD
           MOVE "U"            TO AN-MT-TXN-CODE
           MOVE BK-BOOK-ID     TO AN-MT-ID
           MOVE BK-BOOK-NAME   TO AN-MT-NAME
           MOVE BK-BOOK-YEAR   TO AN-MT-YEAR
           MOVE AN-PP-TO-AUTHOR TO AN-MT-AUTHOR
           MOVE BK-BOOK-PRICE  TO AN-MT-PRICE
           MOVE BK-BOOK-GENRE  TO AN-MT-GENRE
           MOVE BK-BOOK-ISBN   TO AN-MT-ISBN
           MOVE BK-CURRENCY    TO AN-MT-CCY
           WRITE AN-MAINT-TXN-RECORD
           ADD 1 TO AN-APPLIED-COUNT.
       2500-NEXT.
           PERFORM 2950-READ-NEXT-PROPOSAL THRU 2950-EXIT.
       2500-EXIT.
           EXIT.

       2900-READ-NEXT-BOOK.
           READ BookFile NEXT RECORD
               AT END
                   SET AN-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO AN-READ-COUNT
           END-READ.
       2900-EXIT.
           EXIT.

       2950-READ-NEXT-PROPOSAL.
           READ ProposalFile
               AT END
                   SET AN-END-OF-FILE TO TRUE
           END-READ.
       2950-EXIT.
           EXIT.

       3000-TERMINATE.
           CLOSE BookFile
           CLOSE ProposalFile
           IF AN-APPLY-MODE
               CLOSE MaintTxnFile
               GO TO 3200-APPLY-TOTALS
           END-IF
           DISPLAY "------------------------------------------"
           IF AN-NO-AUTHORITY
               DISPLAY "AUTHORS.DAT not available - set the"
                       " authority file up with AUTHMNT first."
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           DISPLAY "Books read..........................: "
                   AN-READ-COUNT
           DISPLAY "Corrections proposed to AUTHPROP.DAT: "
                   AN-PROPOSED-COUNT
           IF AN-PROPOSED-COUNT > ZEROS
               DISPLAY "Put Y in column 1 of each correction to be"
               DISPLAY "made, then run AUTHNORM again with A."
               MOVE 4 TO RETURN-CODE
           END-IF
           GO TO 3000-EXIT.
      *    Everything approved is on BOOKMNT.DAT and everything
      *    else declined, so the proposals are spent.
       3200-APPLY-TOTALS.
           OPEN OUTPUT ProposalFile
           CLOSE ProposalFile
           DISPLAY "------------------------------------------"
           DISPLAY "Corrections written to BOOKMNT.DAT..: "
                   AN-APPLIED-COUNT
           DISPLAY "Not approved........................: "
                   AN-DECLINED-COUNT
           DISPLAY "Skipped - book changed or removed...: "
                   AN-CHANGED-COUNT
           IF AN-APPLIED-COUNT > ZEROS
               DISPLAY "Run WRITE-FILE batch maintenance to apply."
           END-IF.
       3000-EXIT.
           EXIT.
