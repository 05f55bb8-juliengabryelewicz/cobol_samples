       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LOSTSWP.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-14.
       DATE-COMPILED. 2026-10-14.
      *****************************************************************
      *  LOSTSWP
      *
      *  Nightly long-overdue sweep.  BOOKNOTC stops after the
      *  second notice; a loan still out the set number of days
      *  after its second notice on NOTIHIST.DAT (the LOSTOPT.DAT
      *  card, default 30) is written off here instead of sitting
      *  on BOOKLOAN.DAT for ever.  The book goes to BK-LOST,
      *  audited to BOOKAUD.DAT as an update the way WRITE-FILE's S
      *  transaction audits it; the borrower is assessed the
      *  replacement price and the processing fee (default 5.00)
      *  through FINE-SVC; and the billing is kept on LOSTBILL.DAT
      *  so BOOKLOAN credits the replacement back if the book is
      *  returned after all.  The loan stays open - the borrower
      *  still has the book.  A loan already billed, or a book no
      *  longer available on the catalog, is left alone.  Holds the
      *  BOOK-LOCK single-writer lock like every BOOKS.DAT updater;
      *  START/STOP logged through STEP-LOG for the night window.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-14  jg  Original program, introduced with the
      *                  long-overdue lost-book sweep.
      *  2026-10-15  jg  A disputed loan - claimed returned through
      *                  BOOKLOAN's C transaction (LN-CLAIM-DATE) -
      *                  is left alone while the shelf team looks
      *                  for it, whatever its notices; once the
      *                  investigation period (LOSTOPT.DAT card,
      *                  default 30 days from the claim) runs out
      *                  without SHELFREC finding it, it goes lost
      *                  and is billed like any long-overdue loan.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoanFile ASSIGN TO "BOOKLOAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-BOOK-ID
               FILE STATUS IS LW-LOANFILE-STATUS.
           SELECT BookFile ASSIGN TO "BOOKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-BOOK-ID
               FILE STATUS IS LW-BOOKFILE-STATUS.
           SELECT NoticeHistFile ASSIGN TO "NOTIHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LW-HISTFILE-STATUS.
           SELECT LostBillFile ASSIGN TO "LOSTBILL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-BOOK-ID
               FILE STATUS IS LW-BILLFILE-STATUS.
           SELECT AuditFile ASSIGN TO "BOOKAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LW-AUDITFILE-STATUS.
           SELECT OptionFile ASSIGN TO "LOSTOPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LW-OPTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LoanFile.
       COPY LOANREC.

       FD BookFile.
       COPY BOOKREC.

       FD NoticeHistFile.
       COPY NOTIHIST.

       FD LostBillFile.
       COPY LOSTBILL.

       FD AuditFile.
       COPY AUDITREC.

       FD OptionFile.
       01  LW-OPTION-RECORD.
           05  LW-OPT-DAYS           PIC 9(03).
           05  LW-OPT-FEE            PIC 9(03)V99.
           05  LW-OPT-CLAIM-DAYS     PIC 9(03).

       WORKING-STORAGE SECTION.
       01  LW-LOANFILE-STATUS        PIC X(02).
           88  LW-LOANFILE-OK        VALUE "00".

       01  LW-BOOKFILE-STATUS        PIC X(02).
           88  LW-BOOKFILE-OK        VALUE "00".

       01  LW-HISTFILE-STATUS        PIC X(02).
           88  LW-HISTFILE-OK        VALUE "00".

       01  LW-BILLFILE-STATUS        PIC X(02).
           88  LW-BILLFILE-OK        VALUE "00".
           88  LW-BILLFILE-NEW       VALUE "35".

       01  LW-AUDITFILE-STATUS       PIC X(02).
           88  LW-AUDITFILE-OK       VALUE "00".

       01  LW-OPTFILE-STATUS         PIC X(02).
           88  LW-OPTFILE-OK         VALUE "00".

       01  LW-EOF-SWITCH             PIC X(01).
           88  LW-FILE-EOF           VALUE "Y".

       01  LW-LOCK-HELD-SWITCH       PIC X(01) VALUE "N".
           88  LW-LOCK-HELD          VALUE "Y".

       01  LW-FILES-OPEN-SWITCH      PIC X(01) VALUE "N".
           88  LW-FILES-OPEN         VALUE "Y".

       01  LW-BILL-FOUND-SWITCH      PIC X(01).
           88  LW-BILL-FOUND         VALUE "Y".

       01  LW-CLAIM-LOAN-SWITCH      PIC X(01) VALUE "N".
           88  LW-CLAIM-LOAN         VALUE "Y".

       01  LW-SYSTEM-DATE            PIC 9(08).

      *  Days a loan may stay out after its second notice before it
      *  is billed lost, and the fee on top of the replacement
      *  price - the LOSTOPT.DAT card overrides.
       01  LW-DAYS-PAST-NOTICE       PIC S9(05) VALUE 30.
       01  LW-PROCESSING-FEE         PIC 9(03)V99 VALUE 5.00.
      *  Days the shelf team has to find a claimed-returned book
      *  before the claim goes lost - the card's third field.
       01  LW-CLAIM-DAYS             PIC S9(05) VALUE 30.
       01  LW-CLAIM-COUNT            PIC 9(05) VALUE ZEROS.

      *  The latest second notice per book and borrower, from
      *  NOTIHIST.DAT.
       01  LW-NOTICE-MAX             PIC 9(04) VALUE 2000.
       01  LW-NOTICE-TABLE.
           05  LW-NOTICE-ENTRY OCCURS 2000 TIMES.
               10  LW-NT-BOOK-ID     PIC 9(07).
               10  LW-NT-BORROWER-NO PIC 9(05).
               10  LW-NT-DATE        PIC 9(08).
       01  LW-NOTICE-USED            PIC 9(04) VALUE ZEROS.
       01  LW-NOTICE-IX              PIC 9(04).
       01  LW-FOUND-IX               PIC 9(04).
       01  LW-SEARCH-BOOK-ID         PIC 9(07).
       01  LW-SEARCH-BORROWER-NO     PIC 9(05).

       01  LW-REPLACEMENT            PIC 9(05)V99.
       01  LW-FEE-POSTED             PIC 9(05)V99.

       01  LW-BILLED-COUNT           PIC 9(05) VALUE ZEROS.
       01  LW-SKIPPED-COUNT          PIC 9(05) VALUE ZEROS.
       01  LW-BILLED-TOTAL           PIC 9(07)V99 VALUE ZEROS.
       01  LW-AMOUNT-DISPLAY         PIC ZZ,ZZ9.99.
       01  LW-TOTAL-DISPLAY          PIC Z,ZZZ,ZZ9.99.

       COPY DATESVCA.

       COPY FINESVCA.

       COPY LOCKSVCA.

       COPY STEPLOGC.

       COPY RUNDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "LOST-SWEEP" TO SL-STEP-NAME
           MOVE "START" TO SL-STEP-ACTION
           CALL "STEP-LOG" USING SL-STEP-LOG-AREA
           END-CALL
           PERFORM 0100-ACQUIRE-BOOK-LOCK THRU 0100-EXIT
           IF LW-LOCK-HELD
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
               IF LW-FILES-OPEN
                   PERFORM 1500-LOAD-SECOND-NOTICES THRU 1500-EXIT
                   MOVE "N" TO LW-EOF-SWITCH
                   PERFORM 2000-CHECK-ONE-LOAN THRU 2000-EXIT
                       UNTIL LW-FILE-EOF
                   PERFORM 3000-TERMINATE THRU 3000-EXIT
               END-IF
               PERFORM 0200-RELEASE-BOOK-LOCK THRU 0200-EXIT
           END-IF
      *  STOP is logged only on a clean run, matching HOLDSWP.
           IF RETURN-CODE = ZEROS
               MOVE "LOST-SWEEP" TO SL-STEP-NAME
               MOVE "STOP" TO SL-STEP-ACTION
               CALL "STEP-LOG" USING SL-STEP-LOG-AREA
               END-CALL
           END-IF
           GOBACK.

      *  One updater at a time on BOOKS.DAT - a refused acquire
      *  names who holds the lock, and LOCKCLR clears one an
      *  abended run left behind.
       0100-ACQUIRE-BOOK-LOCK.
           MOVE "A" TO LK-FUNCTION
           MOVE "LOSTSWP" TO LK-PROGRAM
           CALL "BOOK-LOCK" USING LK-LOCK-SVC-AREA
           END-CALL
           IF LK-STATUS = "00"
               SET LW-LOCK-HELD TO TRUE
           ELSE
               IF LK-STATUS = "01"
                   DISPLAY "BOOKS.DAT is locked by " LK-HOLDER
                           " (operator " LK-HOLDER-OPER ") - try"
                           " again later or see LOCKCLR."
               ELSE
                   DISPLAY "BOOKLOCK.DAT could not be used -"
                           " status " LK-STATUS "."
               END-IF
               MOVE 8 TO RETURN-CODE
           END-IF.
       0100-EXIT.
           EXIT.

       0200-RELEASE-BOOK-LOCK.
           IF LW-LOCK-HELD
               MOVE "R" TO LK-FUNCTION
               MOVE "LOSTSWP" TO LK-PROGRAM
               CALL "BOOK-LOCK" USING LK-LOCK-SVC-AREA
               END-CALL
           END-IF.
       0200-EXIT.
           EXIT.

       1000-INITIALIZE.
           ACCEPT LW-SYSTEM-DATE FROM DATE YYYYMMDD
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           DISPLAY "LOSTSWP  LONG-OVERDUE SWEEP  " RD-RUN-DATE-DISPLAY
           DISPLAY "----------------------------------------"
           PERFORM 1100-READ-OPTION-CARD THRU 1100-EXIT
           OPEN INPUT LoanFile
           IF NOT LW-LOANFILE-OK
               DISPLAY "BOOKLOAN.DAT OPEN failed - status "
                       LW-LOANFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O BookFile
           IF NOT LW-BOOKFILE-OK
               DISPLAY "BookFile OPEN failed - status "
                       LW-BOOKFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               CLOSE LoanFile
               GO TO 1000-EXIT
           END-IF
           OPEN I-O LostBillFile
           IF LW-BILLFILE-NEW
               OPEN OUTPUT LostBillFile
               CLOSE LostBillFile
               OPEN I-O LostBillFile
           END-IF
           IF NOT LW-BILLFILE-OK
               DISPLAY "LOSTBILL.DAT OPEN failed - status "
                       LW-BILLFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               CLOSE LoanFile
               CLOSE BookFile
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND AuditFile
           IF NOT LW-AUDITFILE-OK
               DISPLAY "BOOKAUD.DAT OPEN failed - status "
                       LW-AUDITFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               CLOSE LoanFile
               CLOSE BookFile
               CLOSE LostBillFile
               GO TO 1000-EXIT
           END-IF
           SET LW-FILES-OPEN TO TRUE.
       1000-EXIT.
           EXIT.

      *  A missing card, or a blank or zero field, keeps the
      *  built-in default for that field.
       1100-READ-OPTION-CARD.
           OPEN INPUT OptionFile
           IF NOT LW-OPTFILE-OK
               GO TO 1100-EXIT
           END-IF
           READ OptionFile
               AT END
                   CLOSE OptionFile
                   GO TO 1100-EXIT
           END-READ
           IF LW-OPT-DAYS IS NUMERIC AND LW-OPT-DAYS > ZEROS
               MOVE LW-OPT-DAYS TO LW-DAYS-PAST-NOTICE
           END-IF
           IF LW-OPT-FEE IS NUMERIC
               MOVE LW-OPT-FEE TO LW-PROCESSING-FEE
           END-IF
           IF LW-OPT-CLAIM-DAYS IS NUMERIC
               AND LW-OPT-CLAIM-DAYS > ZEROS
               MOVE LW-OPT-CLAIM-DAYS TO LW-CLAIM-DAYS
           END-IF
           CLOSE OptionFile.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1500-LOAD-SECOND-NOTICES - keep the latest level-2 notice
      *  per book and borrower.  With no notice history nothing is
      *  overdue past a second notice and the sweep bills nothing.
      *****************************************************************
       1500-LOAD-SECOND-NOTICES.
           MOVE ZEROS TO LW-NOTICE-USED
           OPEN INPUT NoticeHistFile
           IF NOT LW-HISTFILE-OK
               DISPLAY "NOTIHIST.DAT not available - status "
                       LW-HISTFILE-STATUS " - nothing to sweep."
               GO TO 1500-EXIT
           END-IF
           MOVE "N" TO LW-EOF-SWITCH
           PERFORM 1600-KEEP-ONE-NOTICE THRU 1600-EXIT
               UNTIL LW-FILE-EOF
           CLOSE NoticeHistFile.
       1500-EXIT.
           EXIT.

       1600-KEEP-ONE-NOTICE.
           READ NoticeHistFile
               AT END
                   SET LW-FILE-EOF TO TRUE
                   GO TO 1600-EXIT
           END-READ
           IF NH-NOTICE-LEVEL NOT = 2
               GO TO 1600-EXIT
           END-IF
           MOVE NH-BOOK-ID     TO LW-SEARCH-BOOK-ID
           MOVE NH-BORROWER-NO TO LW-SEARCH-BORROWER-NO
           PERFORM 1700-FIND-NOTICE THRU 1700-EXIT
           IF LW-FOUND-IX > ZEROS
               IF NH-NOTICE-DATE > LW-NT-DATE (LW-FOUND-IX)
                   MOVE NH-NOTICE-DATE TO LW-NT-DATE (LW-FOUND-IX)
               END-IF
               GO TO 1600-EXIT
           END-IF
           IF LW-NOTICE-USED NOT < LW-NOTICE-MAX
               DISPLAY "Second-notice table full at " LW-NOTICE-MAX
                       " - later notices not swept tonight."
               SET LW-FILE-EOF TO TRUE
               GO TO 1600-EXIT
           END-IF
           ADD 1 TO LW-NOTICE-USED
           MOVE NH-BOOK-ID     TO LW-NT-BOOK-ID (LW-NOTICE-USED)
           MOVE NH-BORROWER-NO TO LW-NT-BORROWER-NO (LW-NOTICE-USED)
           MOVE NH-NOTICE-DATE TO LW-NT-DATE (LW-NOTICE-USED).
       1600-EXIT.
           EXIT.

      *  Sets LW-FOUND-IX to the entry for LW-SEARCH-BOOK-ID and
      *  LW-SEARCH-BORROWER-NO, or zero.
       1700-FIND-NOTICE.
           MOVE ZEROS TO LW-FOUND-IX
           PERFORM 1710-MATCH-ONE-NOTICE THRU 1710-EXIT
               VARYING LW-NOTICE-IX FROM 1 BY 1
               UNTIL LW-NOTICE-IX > LW-NOTICE-USED
               OR LW-FOUND-IX > ZEROS.
       1700-EXIT.
           EXIT.

       1710-MATCH-ONE-NOTICE.
           IF LW-NT-BOOK-ID (LW-NOTICE-IX) = LW-SEARCH-BOOK-ID
               AND LW-NT-BORROWER-NO (LW-NOTICE-IX)
                   = LW-SEARCH-BORROWER-NO
               MOVE LW-NOTICE-IX TO LW-FOUND-IX
           END-IF.
       1710-EXIT.
           EXIT.

       2000-CHECK-ONE-LOAN.
           READ LoanFile NEXT RECORD
               AT END
                   SET LW-FILE-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF NOT LN-ON-LOAN
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO LW-CLAIM-LOAN-SWITCH
           IF LN-CLAIM-DATE IS NUMERIC
               AND LN-CLAIM-DATE > ZEROS
               PERFORM 2050-CHECK-CLAIM-EXPIRED THRU 2050-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE LN-BOOK-ID     TO LW-SEARCH-BOOK-ID
           MOVE LN-BORROWER-NO TO LW-SEARCH-BORROWER-NO
           PERFORM 1700-FIND-NOTICE THRU 1700-EXIT
           IF LW-FOUND-IX = ZEROS
               GO TO 2000-EXIT
           END-IF
      *    A second notice from an earlier loan of the same book to
      *    the same borrower does not count against this one.
           IF LW-NT-DATE (LW-FOUND-IX) < LN-LOAN-DATE
               GO TO 2000-EXIT
           END-IF
           MOVE "B" TO DS-FUNCTION
           MOVE LW-NT-DATE (LW-FOUND-IX) TO DS-DATE-1
           MOVE LW-SYSTEM-DATE TO DS-DATE-2
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           IF DS-STATUS NOT = "00"
               OR DS-DAYS NOT > LW-DAYS-PAST-NOTICE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-BILL-LOST-LOAN THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *  A claim still open past the investigation period was not
      *  found on the shelf - it goes lost like any other loan.
       2050-CHECK-CLAIM-EXPIRED.
           ADD 1 TO LW-CLAIM-COUNT
           MOVE "B" TO DS-FUNCTION
           MOVE LN-CLAIM-DATE TO DS-DATE-1
           MOVE LW-SYSTEM-DATE TO DS-DATE-2
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           IF DS-STATUS NOT = "00"
               OR DS-DAYS NOT > LW-CLAIM-DAYS
               GO TO 2050-EXIT
           END-IF
           SET LW-CLAIM-LOAN TO TRUE
           PERFORM 2100-BILL-LOST-LOAN THRU 2100-EXIT.
       2050-EXIT.
           EXIT.

      *****************************************************************
      *  2100-BILL-LOST-LOAN - the replacement charge posts first;
      *  if FINE-SVC refuses it the book is left as it is, so a
      *  book never goes lost without the bill that goes with it.
      *****************************************************************
       2100-BILL-LOST-LOAN.
           MOVE LN-BOOK-ID TO LB-BOOK-ID
           MOVE "N" TO LW-BILL-FOUND-SWITCH
           READ LostBillFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO LW-BILL-FOUND-SWITCH
           END-READ
           IF LW-BILL-FOUND
               AND LB-BORROWER-NO = LN-BORROWER-NO
               AND LB-LOAN-DATE = LN-LOAN-DATE
               GO TO 2100-EXIT
           END-IF
           MOVE LN-BOOK-ID TO BK-BOOK-ID
           READ BookFile
               INVALID KEY
                   DISPLAY "Book " LN-BOOK-ID " overdue but not on"
                           " the catalog - not billed."
                   ADD 1 TO LW-SKIPPED-COUNT
                   GO TO 2100-EXIT
           END-READ
           IF NOT BK-AVAILABLE
               DISPLAY "Book " LN-BOOK-ID " overdue but already"
                       " status " BK-BOOK-STATUS " - not billed."
               ADD 1 TO LW-SKIPPED-COUNT
               GO TO 2100-EXIT
           END-IF
           MOVE ZEROS TO LW-REPLACEMENT LW-FEE-POSTED
           IF BK-BOOK-PRICE IS NUMERIC AND BK-BOOK-PRICE > ZEROS
               MOVE "A" TO FS-FUNCTION
               MOVE LN-BORROWER-NO TO FS-BORROWER-NO
               MOVE LN-BORROWER    TO FS-BORROWER-NAME
               MOVE BK-BOOK-PRICE  TO FS-AMOUNT
               MOVE "LOSTSWP"      TO FS-OPER-ID
               MOVE LN-BRANCH      TO FS-BRANCH
               CALL "FINE-SVC" USING FS-FINE-SVC-AREA
               END-CALL
               IF FS-STATUS NOT = "00"
                   DISPLAY "Book " LN-BOOK-ID " replacement charge"
                           " not posted - FINE-SVC status "
                           FS-STATUS " - not billed."
                   ADD 1 TO LW-SKIPPED-COUNT
                   MOVE 4 TO RETURN-CODE
                   GO TO 2100-EXIT
               END-IF
               MOVE BK-BOOK-PRICE TO LW-REPLACEMENT
           END-IF
           IF LW-PROCESSING-FEE > ZEROS
               MOVE "A" TO FS-FUNCTION
               MOVE LN-BORROWER-NO    TO FS-BORROWER-NO
               MOVE LN-BORROWER       TO FS-BORROWER-NAME
               MOVE LW-PROCESSING-FEE TO FS-AMOUNT
               MOVE "LOSTSWP"         TO FS-OPER-ID
               MOVE LN-BRANCH         TO FS-BRANCH
               CALL "FINE-SVC" USING FS-FINE-SVC-AREA
               END-CALL
               IF FS-STATUS = "00"
                   MOVE LW-PROCESSING-FEE TO LW-FEE-POSTED
               ELSE
                   DISPLAY "Book " LN-BOOK-ID " processing fee not"
                           " posted - FINE-SVC status " FS-STATUS "."
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 2200-MARK-BOOK-LOST THRU 2200-EXIT
           PERFORM 2300-KEEP-LOST-BILL THRU 2300-EXIT
           ADD 1 TO LW-BILLED-COUNT
           ADD LW-REPLACEMENT LW-FEE-POSTED TO LW-BILLED-TOTAL
           COMPUTE LW-AMOUNT-DISPLAY = LW-REPLACEMENT + LW-FEE-POSTED
           IF LW-CLAIM-LOAN
               DISPLAY "Book " LN-BOOK-ID " lost - borrower "
                       LN-BORROWER-NO " billed " LW-AMOUNT-DISPLAY
                       " (claimed returned " LN-CLAIM-DATE
                       ", not found)"
           ELSE
               DISPLAY "Book " LN-BOOK-ID " lost - borrower "
                       LN-BORROWER-NO " billed " LW-AMOUNT-DISPLAY
                       " (second notice " LW-NT-DATE (LW-FOUND-IX)
                       ")"
           END-IF.
       2100-EXIT.
           EXIT.

      *  The status change rides the audit trail as an update with
      *  the full after image, the way WRITE-FILE's S transaction
      *  audits, so BOOKFWD replays it and AUDITRPT shows it.
       2200-MARK-BOOK-LOST.
           MOVE BK-BOOK-NAME  TO AD-BEFORE-NAME
           MOVE BK-BOOK-PRICE TO AD-BEFORE-PRICE
           MOVE "L" TO BK-BOOK-STATUS
           MOVE LW-SYSTEM-DATE TO BK-STATUS-DATE
           REWRITE BK-BOOK-RECORD
               INVALID KEY
                   DISPLAY "Book " LN-BOOK-ID " status not"
                           " rewritten."
                   MOVE 4 TO RETURN-CODE
                   GO TO 2200-EXIT
           END-REWRITE
           ACCEPT AD-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AD-RUN-TIME FROM TIME
           MOVE "U" TO AD-TXN-CODE
           MOVE BK-BOOK-ID TO AD-BOOK-ID
           MOVE "S" TO AD-RESULT
           MOVE "LOSTSWP" TO AD-OPER-ID
           MOVE BK-BOOK-NAME    TO AD-AFTER-NAME
           MOVE BK-BOOK-PRICE   TO AD-AFTER-PRICE
           MOVE BK-BOOK-YEAR    TO AD-AFTER-YEAR
           MOVE BK-BOOK-AUTHOR  TO AD-AFTER-AUTHOR
           MOVE BK-BOOK-GENRE   TO AD-AFTER-GENRE
           MOVE BK-BOOK-ISBN    TO AD-AFTER-ISBN
           MOVE BK-COPIES-OWNED TO AD-AFTER-COPIES-OWNED
           MOVE BK-COPIES-OUT   TO AD-AFTER-COPIES-OUT
           MOVE BK-CURRENCY     TO AD-AFTER-CURRENCY
           MOVE BK-BOOK-STATUS  TO AD-AFTER-STATUS
           MOVE BK-STATUS-DATE  TO AD-AFTER-STATUS-DATE
           MOVE BK-BRANCH       TO AD-AFTER-BRANCH
           MOVE SPACES          TO AD-APPROVED-BY
           WRITE AD-AUDIT-RECORD.
       2200-EXIT.
           EXIT.

      *  One billing per book - a later billing of the same book
      *  replaces the record of an earlier, settled one.
       2300-KEEP-LOST-BILL.
           MOVE LN-BOOK-ID     TO LB-BOOK-ID
           MOVE LN-BORROWER-NO TO LB-BORROWER-NO
           MOVE LN-BORROWER    TO LB-BORROWER
           MOVE LN-LOAN-DATE   TO LB-LOAN-DATE
           MOVE LW-SYSTEM-DATE TO LB-BILLED-DATE
           MOVE LW-REPLACEMENT TO LB-REPLACEMENT
           MOVE LW-FEE-POSTED  TO LB-FEE
           SET LB-BILLED TO TRUE
           MOVE ZEROS TO LB-CREDITED-DATE
           IF LW-BILL-FOUND
               REWRITE LB-LOST-BILL-RECORD
                   INVALID KEY
                       DISPLAY "Book " LN-BOOK-ID " billing not"
                               " recorded on LOSTBILL.DAT."
                       MOVE 4 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE LB-LOST-BILL-RECORD
                   INVALID KEY
                       DISPLAY "Book " LN-BOOK-ID " billing not"
                               " recorded on LOSTBILL.DAT."
                       MOVE 4 TO RETURN-CODE
               END-WRITE
           END-IF.
       2300-EXIT.
           EXIT.

       3000-TERMINATE.
           CLOSE LoanFile
           CLOSE BookFile
           CLOSE LostBillFile
           CLOSE AuditFile
           MOVE LW-BILLED-TOTAL TO LW-TOTAL-DISPLAY
           DISPLAY "----------------------------------------"
           DISPLAY "Loans billed lost......: " LW-BILLED-COUNT
           DISPLAY "Amount assessed........: " LW-TOTAL-DISPLAY
           DISPLAY "Overdue but not billed.: " LW-SKIPPED-COUNT
           DISPLAY "Claimed-returned loans.: " LW-CLAIM-COUNT.
       3000-EXIT.
           EXIT.
