      *                  not a valid calendar date is reported as an
      *                  exception line instead of aging it on
      *                  garbage arithmetic.
      *  2026-10-15  jg  Every overdue line also goes to the
      *                  BURST-SVC work file under the branch the
      *                  copy lives at, aging bucket and all, so
      *                  RPTBURST can give each branch its own
      *                  chase list.
      *  2026-10-15  jg  A loan the borrower claims to have returned
      *                  (LN-CLAIM-DATE) is disputed, not overdue -
      *                  left off the aging and counted in the
      *                  trailer instead; CLAIMRPT lists them.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  OD-S-BOOK-NAME        PIC X(30).
           05  OD-S-BORROWER         PIC X(25).
           05  OD-S-DUE-DATE         PIC 9(08).
           05  OD-S-BRANCH           PIC X(03).

       WORKING-STORAGE SECTION.
       01  OD-LOANFILE-STATUS        PIC X(02).
       01  OD-PRIOR-BUCKET           PIC 9(01) VALUE ZEROS.
       01  OD-BUCKET-COUNT           PIC 9(05) VALUE ZEROS.
       01  OD-GRAND-COUNT            PIC 9(05) VALUE ZEROS.
       01  OD-CLAIMED-COUNT          PIC 9(05) VALUE ZEROS.

       COPY RUNDATE.

       COPY BURSTSVA.

       01  OD-BURST-SWITCH           PIC X(01) VALUE "N".
           88  OD-BURSTING           VALUE "Y".

       01  OD-HEADING-1.
           05  FILLER                PIC X(09) VALUE "BOOKDUE".
           05  FILLER                PIC X(21) VALUE
           05  FILLER                PIC X(05) VALUE SPACES.
           05  OD-D-DAYS-LATE        PIC ZZZZ9.

      *  The branch copies are 80 columns - title and borrower
      *  are cut down to fit.
       01  OD-BURST-HEADING.
           05  FILLER                PIC X(09) VALUE "BOOK ID".
           05  FILLER                PIC X(27) VALUE "BOOK NAME".
           05  FILLER                PIC X(22) VALUE "BORROWER".
           05  FILLER                PIC X(10) VALUE "DUE DATE".
           05  FILLER                PIC X(09) VALUE "DAYS LATE".

       01  OD-BURST-LINE.
           05  OD-B-ID               PIC 9(07).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OD-B-NAME             PIC X(25).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OD-B-BORROWER         PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OD-B-DUE-DATE         PIC 9(08).
           05  FILLER                PIC X(06) VALUE SPACES.
           05  OD-B-DAYS-LATE        PIC ZZZZ9.

       01  OD-SUBTOTAL-LINE.
           05  FILLER                PIC X(10) VALUE "  SUBTOTAL".
           05  FILLER                PIC X(03) VALUE SPACES.
                         OD-GRAND-COUNT
           ACCEPT OD-RUN-DATE-YMD FROM DATE YYYYMMDD
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           PERFORM 1100-BEGIN-BURST THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      *  A burst work file that cannot be written costs only the
      *  branch copies, never the report.
       1100-BEGIN-BURST.
           MOVE "B" TO BX-FUNCTION
           MOVE "BOOK-DUE" TO BX-REPORT-NAME
           MOVE "D" TO BX-FILE-LETTER
           MOVE "OVERDUE LOANS AGING" TO BX-LINE
           CALL "BURST-SVC" USING BX-BURST-SVC-AREA
           END-CALL
           IF BX-STATUS NOT = "00"
               DISPLAY "BURSTWK.DAT not available - no branch"
                       " copies of this run."
               GO TO 1100-EXIT
           END-IF
           SET OD-BURSTING TO TRUE
           MOVE "C" TO BX-FUNCTION
           MOVE OD-BURST-HEADING TO BX-LINE
           CALL "BURST-SVC" USING BX-BURST-SVC-AREA
           END-CALL.
       1100-EXIT.
           EXIT.

       1500-RELEASE-OVERDUES.
           OPEN INPUT LoanFile
           IF NOT OD-LOANFILE-OK
           EXIT.

       1600-RELEASE-ONE-LOAN.
           IF LN-ON-LOAN
               AND LN-CLAIM-DATE IS NUMERIC
               AND LN-CLAIM-DATE > ZEROS
               ADD 1 TO OD-CLAIMED-COUNT
           ELSE
           IF LN-ON-LOAN
               MOVE "B" TO DS-FUNCTION
               MOVE LN-DUE-DATE TO DS-DATE-1
                   END-IF
               END-IF
           END-IF
           END-IF
           READ LoanFile NEXT RECORD
               AT END
                   SET OD-LOANFILE-EOF TO TRUE
           MOVE LN-BOOK-ID   TO OD-S-BOOK-ID
           MOVE LN-BORROWER  TO OD-S-BORROWER
           MOVE LN-DUE-DATE  TO OD-S-DUE-DATE
           MOVE LN-BRANCH    TO OD-S-BRANCH
           MOVE LN-BOOK-ID   TO BK-BOOK-ID
           READ BookFile
               INVALID KEY
           MOVE OD-S-DAYS-LATE TO OD-D-DAYS-LATE
           DISPLAY OD-DETAIL-LINE
           ADD 1 TO OD-BUCKET-COUNT
           IF OD-BURSTING
               MOVE "D" TO BX-FUNCTION
               MOVE OD-S-BRANCH TO BX-BRANCH
               MOVE OD-BUCKET-LINE TO BX-GROUP
               MOVE 1 TO BX-COUNT
               MOVE ZEROS TO BX-AMOUNT
               MOVE OD-S-BOOK-ID   TO OD-B-ID
               MOVE OD-S-BOOK-NAME TO OD-B-NAME
               MOVE OD-S-BORROWER  TO OD-B-BORROWER
               MOVE OD-S-DUE-DATE  TO OD-B-DUE-DATE
               MOVE OD-S-DAYS-LATE TO OD-B-DAYS-LATE
               MOVE OD-BURST-LINE TO BX-LINE
               CALL "BURST-SVC" USING BX-BURST-SVC-AREA
               END-CALL
           END-IF
           RETURN SortFile
               AT END
                   SET OD-SORTFILE-EOF TO TRUE
           DISPLAY SPACES
           DISPLAY "----------------------------------------"
                   "--------------"
           DISPLAY OD-GRANDTOTAL-LINE
           IF OD-CLAIMED-COUNT > ZEROS
               DISPLAY "Claimed returned, not aged (see CLAIMRPT): "
                       OD-CLAIMED-COUNT
           END-IF
           IF OD-BURSTING
               MOVE "E" TO BX-FUNCTION
               MOVE OD-GRAND-COUNT TO BX-COUNT
               MOVE ZEROS TO BX-AMOUNT
               MOVE "LOANS OVERDUE" TO BX-LINE
               CALL "BURST-SVC" USING BX-BURST-SVC-AREA
               END-CALL
           END-IF.
       2300-EXIT.
           EXIT.

