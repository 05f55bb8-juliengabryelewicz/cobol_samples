       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SODRPT.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  SODRPT
      *
      *  Weekly segregation-of-duties exception report for internal
      *  audit - the seven days ending on the date keyed (default
      *  today).  Five sections, in the SECRPT style:
      *      1. orders placed and received by the same operator
      *         (OR-ORDERED-BY against OR-RECEIVED-BY, for orders
      *         with a receipt in the week);
      *      2. fine waivers posted in the week (FINEJRNL.DAT) by
      *         the operator who registered the borrower
      *         (BW-REGISTERED-BY);
      *      3. operators whose waivers for the week exceed the
      *         SODOPT.DAT count or amount threshold;
      *      4. books written off lost and then deleted by the same
      *         operator, the delete falling in the week;
      *      5. books whose price was cut on the catalog and that
      *         were then written off lost in the week, whoever
      *         keyed either step.
      *  Sections 4 and 5 follow each BookId through the live
      *  BOOKAUD.DAT trail, so a write-off or price cut AUDCUT has
      *  already archived is not seen.  Orders, borrowers and
      *  books from before the operator stamps carry no operator
      *  and are never flagged.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderFile ASSIGN TO "ORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OR-ORDER-NO
               FILE STATUS IS SD-ORDERFILE-STATUS.
           SELECT BorrowerFile ASSIGN TO "BORROWER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BW-BORROWER-NO
               FILE STATUS IS SD-BORRFILE-STATUS.
           SELECT JournalFile ASSIGN TO "FINEJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SD-JRNLFILE-STATUS.
           SELECT AuditFile ASSIGN TO "BOOKAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SD-AUDITFILE-STATUS.
           SELECT OptionFile ASSIGN TO "SODOPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SD-OPTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OrderFile.
       COPY ORDERREC.

       FD BorrowerFile.
       COPY BORRREC.

       FD JournalFile.
       COPY FINEJRNL.

       FD AuditFile.
       COPY AUDITREC.

       FD OptionFile.
       COPY SODOPT.

       WORKING-STORAGE SECTION.
       01  SD-ORDERFILE-STATUS       PIC X(02).
           88  SD-ORDERFILE-OK       VALUE "00".

       01  SD-BORRFILE-STATUS        PIC X(02).
           88  SD-BORRFILE-OK        VALUE "00".

       01  SD-JRNLFILE-STATUS        PIC X(02).
           88  SD-JRNLFILE-OK        VALUE "00".

       01  SD-AUDITFILE-STATUS       PIC X(02).
           88  SD-AUDITFILE-OK       VALUE "00".

       01  SD-OPTFILE-STATUS         PIC X(02).
           88  SD-OPTFILE-OK         VALUE "00".

       01  SD-FILE-EOF-SWITCH        PIC X(01).
           88  SD-FILE-EOF           VALUE "Y".

       01  SD-BORROWERS-SWITCH       PIC X(01) VALUE "N".
           88  SD-BORROWERS-OPEN     VALUE "Y".

       01  SD-ENTRY-DATE             PIC 9(08).
       01  SD-SYSTEM-DATE            PIC 9(08).
       01  SD-WEEK-START             PIC 9(08).
       01  SD-WEEK-END               PIC 9(08).

      *  Built-in waiver thresholds, overridden from SODOPT.DAT.
       01  SD-WAIVE-COUNT-LIMIT      PIC 9(03) VALUE 5.
       01  SD-WAIVE-AMOUNT-LIMIT     PIC 9(05)V99 VALUE 50.00.

       01  SD-SECTION-COUNT          PIC 9(05).
       01  SD-EXCEPTION-COUNT        PIC 9(05) VALUE ZEROS.

      *  Waivers posted in the week, per operator.
       01  SD-WAIVER-MAX             PIC 9(03) VALUE 100.
       01  SD-WAIVER-COUNT           PIC 9(03) VALUE ZEROS.
       01  SD-WAIVER-TABLE.
           05  SD-WAIVER-ENTRY OCCURS 100 TIMES.
               10  SD-WV-OPER-ID     PIC X(08).
               10  SD-WV-COUNT       PIC 9(05).
               10  SD-WV-AMOUNT      PIC 9(07)V99.
       01  SD-WAIVER-IX              PIC 9(03).
       01  SD-WAIVER-HIT             PIC 9(03).

      *  BookIds followed through the audit trail - the latest
      *  price cut and the standing write-off of each.
       01  SD-BOOK-MAX               PIC 9(04) VALUE 1000.
       01  SD-BOOK-COUNT             PIC 9(04).
       01  SD-BOOK-OVER              PIC 9(05).
       01  SD-BOOK-TABLE.
           05  SD-BOOK-ENTRY OCCURS 1000 TIMES.
               10  SD-BK-BOOK-ID     PIC 9(07).
               10  SD-BK-CUT-DATE    PIC 9(08).
               10  SD-BK-CUT-OPER    PIC X(08).
               10  SD-BK-CUT-BEFORE  PIC 9(05)V99.
               10  SD-BK-CUT-AFTER   PIC 9(05)V99.
               10  SD-BK-WO-DATE     PIC 9(08).
               10  SD-BK-WO-OPER     PIC X(08).
       01  SD-BOOK-IX                PIC 9(04).
       01  SD-NEW-WO-SWITCH          PIC X(01).
           88  SD-NEW-WRITE-OFF      VALUE "Y".
       01  SD-BOOK-HIT               PIC 9(04).

       COPY DATESVCA.

       COPY RUNDATE.

       01  SD-HEADING-1.
           05  FILLER                PIC X(08) VALUE "SODRPT".
           05  FILLER                PIC X(34) VALUE
               "SEGREGATION OF DUTIES EXCEPTIONS".
           05  FILLER                PIC X(10) VALUE "RUN DATE:".
           05  SD-H1-DATE            PIC X(10).

       01  SD-WEEK-LINE.
           05  FILLER                PIC X(11) VALUE "WEEK FROM ".
           05  SD-WL-START           PIC 9999/99/99.
           05  FILLER                PIC X(04) VALUE " TO ".
           05  SD-WL-END             PIC 9999/99/99.

       01  SD-ORDER-LINE.
           05  SD-O-ORDER-NO         PIC 9(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SD-O-OPER-ID          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SD-O-ORDER-DATE       PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SD-O-RECEIPT-DATE     PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SD-O-SUPPLIER         PIC X(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SD-O-TITLE            PIC X(30).

       01  SD-WAIVE-LINE.
           05  SD-W-DATE             PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SD-W-OPER-ID          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SD-W-BORROWER-NO      PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  SD-W-BORROWER-NAME    PIC X(25).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  SD-W-AMOUNT           PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(10) VALUE "  RECEIPT ".
           05  SD-W-RECEIPT-NO       PIC 9(07).

       01  SD-THRESHOLD-LINE.
           05  SD-T-OPER-ID          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SD-T-COUNT            PIC ZZZZ9.
           05  FILLER                PIC X(11) VALUE " WAIVERS   ".
           05  SD-T-AMOUNT           PIC Z,ZZZ,ZZ9.99.

       01  SD-DELETE-LINE.
           05  SD-X-BOOK-ID          PIC 9(07).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SD-X-OPER-ID          PIC X(08).
           05  FILLER                PIC X(14) VALUE
               "  WRITTEN OFF ".
           05  SD-X-WO-DATE          PIC 9(08).
           05  FILLER                PIC X(10) VALUE "  DELETED ".
           05  SD-X-DELETE-DATE      PIC 9(08).

       01  SD-CUT-LINE.
           05  SD-C-BOOK-ID          PIC 9(07).
           05  FILLER                PIC X(06) VALUE "  CUT ".
           05  SD-C-CUT-DATE         PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  SD-C-CUT-OPER         PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  SD-C-BEFORE           PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(04) VALUE " -> ".
           05  SD-C-AFTER            PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(14) VALUE
               "  WRITTEN OFF ".
           05  SD-C-WO-DATE          PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  SD-C-WO-OPER          PIC X(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE NOT = ZEROS
               GOBACK
           END-IF
           PERFORM 2000-LIST-SELF-RECEIVED THRU 2000-EXIT
           PERFORM 3000-LIST-WAIVERS THRU 3000-EXIT
           PERFORM 3500-LIST-WAIVER-TOTALS THRU 3500-EXIT
           PERFORM 4000-LIST-WRITE-OFF-DELETES THRU 4000-EXIT
           PERFORM 5000-LIST-CUT-WRITE-OFFS THRU 5000-EXIT
           DISPLAY SPACES
           DISPLAY "----------------------------------------"
           DISPLAY "Exceptions listed: " SD-EXCEPTION-COUNT
           GOBACK.

       1000-INITIALIZE.
           MOVE ZEROS TO SD-EXCEPTION-COUNT SD-WAIVER-COUNT
           ACCEPT SD-SYSTEM-DATE FROM DATE YYYYMMDD
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           MOVE RD-RUN-DATE-DISPLAY TO SD-H1-DATE
           PERFORM 1100-READ-OPTION-CARD THRU 1100-EXIT
           DISPLAY "Week ending (YYYYMMDD, 0 = today) : "
               WITH NO ADVANCING
           ACCEPT SD-ENTRY-DATE
           IF SD-ENTRY-DATE NOT NUMERIC OR SD-ENTRY-DATE = ZEROS
               MOVE SD-SYSTEM-DATE TO SD-WEEK-END
           ELSE
               MOVE SD-ENTRY-DATE TO SD-WEEK-END
           END-IF
           MOVE "V" TO DS-FUNCTION
           MOVE SD-WEEK-END TO DS-DATE-1
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           IF DS-STATUS NOT = "00"
               DISPLAY "Week ending " SD-WEEK-END " is not a valid"
                       " date."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "A" TO DS-FUNCTION
           MOVE SD-WEEK-END TO DS-DATE-1
           MOVE -6 TO DS-DAYS
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           MOVE DS-DATE-2 TO SD-WEEK-START
           DISPLAY SPACES
           DISPLAY SD-HEADING-1
           MOVE SD-WEEK-START TO SD-WL-START
           MOVE SD-WEEK-END   TO SD-WL-END
           DISPLAY SD-WEEK-LINE.
       1000-EXIT.
           EXIT.

       1100-READ-OPTION-CARD.
           OPEN INPUT OptionFile
           IF NOT SD-OPTFILE-OK
               GO TO 1100-EXIT
           END-IF
           READ OptionFile
               AT END
                   CLOSE OptionFile
                   GO TO 1100-EXIT
           END-READ
           IF SO-WAIVE-COUNT IS NUMERIC AND SO-WAIVE-COUNT > ZEROS
               MOVE SO-WAIVE-COUNT TO SD-WAIVE-COUNT-LIMIT
           END-IF
           IF SO-WAIVE-AMOUNT IS NUMERIC AND SO-WAIVE-AMOUNT > ZEROS
               MOVE SO-WAIVE-AMOUNT TO SD-WAIVE-AMOUNT-LIMIT
           END-IF
           CLOSE OptionFile.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  2000-LIST-SELF-RECEIVED - section 1.
      *****************************************************************
       2000-LIST-SELF-RECEIVED.
           DISPLAY SPACES
           DISPLAY "SECTION 1 - ORDERS PLACED AND RECEIVED BY ONE"
                   " OPERATOR"
           DISPLAY "----------------------------------------"
           MOVE ZEROS TO SD-SECTION-COUNT
           OPEN INPUT OrderFile
           IF NOT SD-ORDERFILE-OK
               DISPLAY "ORDERS.DAT not available - status "
                       SD-ORDERFILE-STATUS " - orders not checked."
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO SD-FILE-EOF-SWITCH
           PERFORM 2100-CHECK-ONE-ORDER THRU 2100-EXIT
               UNTIL SD-FILE-EOF
           CLOSE OrderFile
           DISPLAY "Orders listed: " SD-SECTION-COUNT.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-ORDER.
           READ OrderFile NEXT RECORD
               AT END
                   SET SD-FILE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF OR-ORDERED-BY = SPACES
               OR OR-RECEIVED-BY NOT = OR-ORDERED-BY
               GO TO 2100-EXIT
           END-IF
           IF OR-LAST-RECEIPT-DATE < SD-WEEK-START
               OR OR-LAST-RECEIPT-DATE > SD-WEEK-END
               GO TO 2100-EXIT
           END-IF
           MOVE OR-ORDER-NO          TO SD-O-ORDER-NO
           MOVE OR-ORDERED-BY        TO SD-O-OPER-ID
           MOVE OR-ORDER-DATE        TO SD-O-ORDER-DATE
           MOVE OR-LAST-RECEIPT-DATE TO SD-O-RECEIPT-DATE
           MOVE OR-SUPPLIER (1:5)    TO SD-O-SUPPLIER
           MOVE OR-TITLE             TO SD-O-TITLE
           DISPLAY SD-ORDER-LINE
           ADD 1 TO SD-SECTION-COUNT
           ADD 1 TO SD-EXCEPTION-COUNT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  3000-LIST-WAIVERS - section 2, totalling each operator's
      *  waivers for section 3 on the way through.
      *****************************************************************
       3000-LIST-WAIVERS.
           DISPLAY SPACES
           DISPLAY "SECTION 2 - CHARGES WAIVED BY THE REGISTERING"
                   " OPERATOR"
           DISPLAY "----------------------------------------"
           MOVE ZEROS TO SD-SECTION-COUNT
           OPEN INPUT BorrowerFile
           IF SD-BORRFILE-OK
               SET SD-BORROWERS-OPEN TO TRUE
           ELSE
               DISPLAY "BORROWER.DAT not available - status "
                       SD-BORRFILE-STATUS " - registrations not"
                       " checked."
           END-IF
           OPEN INPUT JournalFile
           IF SD-JRNLFILE-OK
               MOVE "N" TO SD-FILE-EOF-SWITCH
               PERFORM 3100-CHECK-ONE-POSTING THRU 3100-EXIT
                   UNTIL SD-FILE-EOF
               CLOSE JournalFile
           ELSE
               DISPLAY "FINEJRNL.DAT not available - status "
                       SD-JRNLFILE-STATUS " - waivers not checked."
           END-IF
           IF SD-BORROWERS-OPEN
               CLOSE BorrowerFile
           END-IF
           DISPLAY "Waivers listed: " SD-SECTION-COUNT.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-POSTING.
           READ JournalFile
               AT END
                   SET SD-FILE-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF NOT FJ-WAIVER
               OR FJ-POST-DATE < SD-WEEK-START
               OR FJ-POST-DATE > SD-WEEK-END
               GO TO 3100-EXIT
           END-IF
           PERFORM 3200-ADD-TO-OPERATOR THRU 3200-EXIT
           IF NOT SD-BORROWERS-OPEN
               GO TO 3100-EXIT
           END-IF
           MOVE FJ-BORROWER-NO TO BW-BORROWER-NO
           READ BorrowerFile
               INVALID KEY
                   GO TO 3100-EXIT
           END-READ
           IF BW-REGISTERED-BY = SPACES
               OR BW-REGISTERED-BY NOT = FJ-OPER-ID
               GO TO 3100-EXIT
           END-IF
           MOVE FJ-POST-DATE     TO SD-W-DATE
           MOVE FJ-OPER-ID       TO SD-W-OPER-ID
           MOVE FJ-BORROWER-NO   TO SD-W-BORROWER-NO
           MOVE BW-BORROWER-NAME TO SD-W-BORROWER-NAME
           MOVE FJ-AMOUNT        TO SD-W-AMOUNT
           MOVE FJ-RECEIPT-NO    TO SD-W-RECEIPT-NO
           DISPLAY SD-WAIVE-LINE
           ADD 1 TO SD-SECTION-COUNT
           ADD 1 TO SD-EXCEPTION-COUNT.
       3100-EXIT.
           EXIT.

       3200-ADD-TO-OPERATOR.
           MOVE ZEROS TO SD-WAIVER-HIT
           PERFORM 3210-MATCH-ONE-OPERATOR THRU 3210-EXIT
               VARYING SD-WAIVER-IX FROM 1 BY 1
                   UNTIL SD-WAIVER-IX > SD-WAIVER-COUNT
                      OR SD-WAIVER-HIT > ZEROS
           IF SD-WAIVER-HIT = ZEROS
               IF SD-WAIVER-COUNT NOT < SD-WAIVER-MAX
                   GO TO 3200-EXIT
               END-IF
               ADD 1 TO SD-WAIVER-COUNT
               MOVE SD-WAIVER-COUNT TO SD-WAIVER-HIT
               MOVE FJ-OPER-ID TO SD-WV-OPER-ID (SD-WAIVER-HIT)
               MOVE ZEROS TO SD-WV-COUNT (SD-WAIVER-HIT)
                             SD-WV-AMOUNT (SD-WAIVER-HIT)
           END-IF
           ADD 1         TO SD-WV-COUNT (SD-WAIVER-HIT)
           ADD FJ-AMOUNT TO SD-WV-AMOUNT (SD-WAIVER-HIT).
       3200-EXIT.
           EXIT.

       3210-MATCH-ONE-OPERATOR.
           IF SD-WV-OPER-ID (SD-WAIVER-IX) = FJ-OPER-ID
               MOVE SD-WAIVER-IX TO SD-WAIVER-HIT
           END-IF.
       3210-EXIT.
           EXIT.

      *****************************************************************
      *  3500-LIST-WAIVER-TOTALS - section 3.
      *****************************************************************
       3500-LIST-WAIVER-TOTALS.
           DISPLAY SPACES
           DISPLAY "SECTION 3 - WAIVERS OVER THE WEEKLY THRESHOLD"
           MOVE SD-WAIVE-COUNT-LIMIT  TO SD-T-COUNT
           MOVE SD-WAIVE-AMOUNT-LIMIT TO SD-T-AMOUNT
           MOVE "LIMIT"               TO SD-T-OPER-ID
           DISPLAY SD-THRESHOLD-LINE
           DISPLAY "----------------------------------------"
           MOVE ZEROS TO SD-SECTION-COUNT
           PERFORM 3510-CHECK-ONE-OPERATOR THRU 3510-EXIT
               VARYING SD-WAIVER-IX FROM 1 BY 1
                   UNTIL SD-WAIVER-IX > SD-WAIVER-COUNT
           DISPLAY "Operators listed: " SD-SECTION-COUNT.
       3500-EXIT.
           EXIT.

       3510-CHECK-ONE-OPERATOR.
           IF SD-WV-COUNT (SD-WAIVER-IX) NOT > SD-WAIVE-COUNT-LIMIT
               AND SD-WV-AMOUNT (SD-WAIVER-IX)
                       NOT > SD-WAIVE-AMOUNT-LIMIT
               GO TO 3510-EXIT
           END-IF
           MOVE SD-WV-OPER-ID (SD-WAIVER-IX) TO SD-T-OPER-ID
           MOVE SD-WV-COUNT (SD-WAIVER-IX)   TO SD-T-COUNT
           MOVE SD-WV-AMOUNT (SD-WAIVER-IX)  TO SD-T-AMOUNT
           DISPLAY SD-THRESHOLD-LINE
           ADD 1 TO SD-SECTION-COUNT
           ADD 1 TO SD-EXCEPTION-COUNT.
       3510-EXIT.
           EXIT.

      *****************************************************************
      *  4000-LIST-WRITE-OFF-DELETES - section 4.  A U leaving the
      *  book lost is its write-off, kept until an update brings it
      *  back; a D in the week by the operator who wrote it off is
      *  listed.
      *****************************************************************
       4000-LIST-WRITE-OFF-DELETES.
           DISPLAY SPACES
           DISPLAY "SECTION 4 - WRITTEN OFF LOST AND DELETED BY ONE"
                   " OPERATOR"
           DISPLAY "----------------------------------------"
           MOVE ZEROS TO SD-SECTION-COUNT
           PERFORM 6000-OPEN-AUDIT THRU 6000-EXIT
           IF SD-FILE-EOF
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-CHECK-ONE-CHANGE THRU 4100-EXIT
               UNTIL SD-FILE-EOF
           CLOSE AuditFile
           PERFORM 6300-REPORT-OVERFLOW THRU 6300-EXIT
           DISPLAY "Books listed: " SD-SECTION-COUNT.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-CHANGE.
           READ AuditFile
               AT END
                   SET SD-FILE-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ
           IF AD-RESULT NOT = "S"
               GO TO 4100-EXIT
           END-IF
           IF AD-TXN-CODE = "U"
               PERFORM 6200-TRACK-WRITE-OFF THRU 6200-EXIT
               GO TO 4100-EXIT
           END-IF
           IF AD-TXN-CODE NOT = "D"
               OR AD-RUN-DATE < SD-WEEK-START
               OR AD-RUN-DATE > SD-WEEK-END
               GO TO 4100-EXIT
           END-IF
           PERFORM 6100-FIND-BOOK THRU 6100-EXIT
           IF SD-BOOK-HIT = ZEROS
               GO TO 4100-EXIT
           END-IF
           IF SD-BK-WO-DATE (SD-BOOK-HIT) = ZEROS
               OR SD-BK-WO-OPER (SD-BOOK-HIT) NOT = AD-OPER-ID
               GO TO 4100-EXIT
           END-IF
           MOVE AD-BOOK-ID                  TO SD-X-BOOK-ID
           MOVE AD-OPER-ID                  TO SD-X-OPER-ID
           MOVE SD-BK-WO-DATE (SD-BOOK-HIT) TO SD-X-WO-DATE
           MOVE AD-RUN-DATE                 TO SD-X-DELETE-DATE
           DISPLAY SD-DELETE-LINE
           MOVE ZEROS TO SD-BK-WO-DATE (SD-BOOK-HIT)
           ADD 1 TO SD-SECTION-COUNT
           ADD 1 TO SD-EXCEPTION-COUNT.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  5000-LIST-CUT-WRITE-OFFS - section 5.  Each price cut is
      *  remembered against the BookId; a write-off in the week of
      *  a book with a cut on record is listed with both steps.
      *****************************************************************
       5000-LIST-CUT-WRITE-OFFS.
           DISPLAY SPACES
           DISPLAY "SECTION 5 - PRICE CUT THEN WRITTEN OFF LOST"
           DISPLAY "----------------------------------------"
           MOVE ZEROS TO SD-SECTION-COUNT
           PERFORM 6000-OPEN-AUDIT THRU 6000-EXIT
           IF SD-FILE-EOF
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-CHECK-ONE-CHANGE THRU 5100-EXIT
               UNTIL SD-FILE-EOF
           CLOSE AuditFile
           PERFORM 6300-REPORT-OVERFLOW THRU 6300-EXIT
           DISPLAY "Books listed: " SD-SECTION-COUNT.
       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-CHANGE.
           READ AuditFile
               AT END
                   SET SD-FILE-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ
           IF AD-RESULT NOT = "S"
               OR AD-TXN-CODE NOT = "U"
               GO TO 5100-EXIT
           END-IF
           IF AD-BEFORE-PRICE > AD-AFTER-PRICE
               AND AD-AFTER-PRICE > ZEROS
               PERFORM 5200-TRACK-PRICE-CUT THRU 5200-EXIT
           END-IF
           PERFORM 6200-TRACK-WRITE-OFF THRU 6200-EXIT
           IF NOT SD-NEW-WRITE-OFF
               OR AD-RUN-DATE < SD-WEEK-START
               OR AD-RUN-DATE > SD-WEEK-END
               GO TO 5100-EXIT
           END-IF
           IF SD-BK-CUT-DATE (SD-BOOK-HIT) = ZEROS
               GO TO 5100-EXIT
           END-IF
           MOVE AD-BOOK-ID                     TO SD-C-BOOK-ID
           MOVE SD-BK-CUT-DATE (SD-BOOK-HIT)   TO SD-C-CUT-DATE
           MOVE SD-BK-CUT-OPER (SD-BOOK-HIT)   TO SD-C-CUT-OPER
           MOVE SD-BK-CUT-BEFORE (SD-BOOK-HIT) TO SD-C-BEFORE
           MOVE SD-BK-CUT-AFTER (SD-BOOK-HIT)  TO SD-C-AFTER
           MOVE AD-RUN-DATE                    TO SD-C-WO-DATE
           MOVE AD-OPER-ID                     TO SD-C-WO-OPER
           DISPLAY SD-CUT-LINE
           ADD 1 TO SD-SECTION-COUNT
           ADD 1 TO SD-EXCEPTION-COUNT.
       5100-EXIT.
           EXIT.

       5200-TRACK-PRICE-CUT.
           PERFORM 6100-FIND-BOOK THRU 6100-EXIT
           IF SD-BOOK-HIT = ZEROS
               PERFORM 6150-ADD-BOOK THRU 6150-EXIT
           END-IF
           IF SD-BOOK-HIT = ZEROS
               GO TO 5200-EXIT
           END-IF
           MOVE AD-RUN-DATE     TO SD-BK-CUT-DATE (SD-BOOK-HIT)
           MOVE AD-OPER-ID      TO SD-BK-CUT-OPER (SD-BOOK-HIT)
           MOVE AD-BEFORE-PRICE TO SD-BK-CUT-BEFORE (SD-BOOK-HIT)
           MOVE AD-AFTER-PRICE  TO SD-BK-CUT-AFTER (SD-BOOK-HIT).
       5200-EXIT.
           EXIT.

      *****************************************************************
      *  6000-OPEN-AUDIT - each audit pass starts with an empty book
      *  table.
      *****************************************************************
       6000-OPEN-AUDIT.
           MOVE ZEROS TO SD-BOOK-COUNT SD-BOOK-OVER
           MOVE "N" TO SD-FILE-EOF-SWITCH
           OPEN INPUT AuditFile
           IF NOT SD-AUDITFILE-OK
               DISPLAY "BOOKAUD.DAT not available - status "
                       SD-AUDITFILE-STATUS " - catalog not checked."
               SET SD-FILE-EOF TO TRUE
           END-IF.
       6000-EXIT.
           EXIT.

       6100-FIND-BOOK.
           MOVE ZEROS TO SD-BOOK-HIT
           PERFORM 6110-MATCH-ONE-BOOK THRU 6110-EXIT
               VARYING SD-BOOK-IX FROM 1 BY 1
                   UNTIL SD-BOOK-IX > SD-BOOK-COUNT
                      OR SD-BOOK-HIT > ZEROS.
       6100-EXIT.
           EXIT.

       6110-MATCH-ONE-BOOK.
           IF SD-BK-BOOK-ID (SD-BOOK-IX) = AD-BOOK-ID
               MOVE SD-BOOK-IX TO SD-BOOK-HIT
           END-IF.
       6110-EXIT.
           EXIT.

       6150-ADD-BOOK.
           IF SD-BOOK-COUNT NOT < SD-BOOK-MAX
               ADD 1 TO SD-BOOK-OVER
               GO TO 6150-EXIT
           END-IF
           ADD 1 TO SD-BOOK-COUNT
           MOVE SD-BOOK-COUNT TO SD-BOOK-HIT
           MOVE AD-BOOK-ID TO SD-BK-BOOK-ID (SD-BOOK-HIT)
           MOVE ZEROS  TO SD-BK-CUT-DATE (SD-BOOK-HIT)
                          SD-BK-CUT-BEFORE (SD-BOOK-HIT)
                          SD-BK-CUT-AFTER (SD-BOOK-HIT)
                          SD-BK-WO-DATE (SD-BOOK-HIT)
           MOVE SPACES TO SD-BK-CUT-OPER (SD-BOOK-HIT)
                          SD-BK-WO-OPER (SD-BOOK-HIT).
       6150-EXIT.
           EXIT.

      *  An update leaving the book lost starts a write-off unless
      *  one is already standing; any other update means the book
      *  is back, and ends it.
       6200-TRACK-WRITE-OFF.
           MOVE "N" TO SD-NEW-WO-SWITCH
           PERFORM 6100-FIND-BOOK THRU 6100-EXIT
           IF AD-AFTER-STATUS NOT = "L"
               IF SD-BOOK-HIT > ZEROS
                   MOVE ZEROS TO SD-BK-WO-DATE (SD-BOOK-HIT)
               END-IF
               GO TO 6200-EXIT
           END-IF
           IF SD-BOOK-HIT = ZEROS
               PERFORM 6150-ADD-BOOK THRU 6150-EXIT
           END-IF
           IF SD-BOOK-HIT = ZEROS
               GO TO 6200-EXIT
           END-IF
           IF SD-BK-WO-DATE (SD-BOOK-HIT) = ZEROS
               MOVE AD-RUN-DATE TO SD-BK-WO-DATE (SD-BOOK-HIT)
               MOVE AD-OPER-ID  TO SD-BK-WO-OPER (SD-BOOK-HIT)
               SET SD-NEW-WRITE-OFF TO TRUE
           END-IF.
       6200-EXIT.
           EXIT.

       6300-REPORT-OVERFLOW.
           IF SD-BOOK-OVER > ZEROS
               DISPLAY "*** " SD-BOOK-OVER " change(s) on books beyond"
                       " the table limit not followed ***"
           END-IF.
       6300-EXIT.
           EXIT.
