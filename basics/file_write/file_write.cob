      *                  training session abandoned without a
      *                  sign-off can no longer divert the NITECAT
      *                  load into the practice files.
      *  2026-10-14  jg  Replacement charges carry the book's branch
      *                  to FINE-SVC for the payment journal.
      *  2026-10-15  jg  BOOKMNT.DAT lines carry a donor number after
      *                  the branch - GIFTINT tags the A lines for
      *                  the gift books it keeps, and the batch edit
      *                  report shows an applied gift against its
      *                  donor.  Blank on every other line.
      *  2026-10-15  jg  An author keyed on a load, an add or an
      *                  update is looked up on the AUTHORS.DAT
      *                  authority file (AUTH-SVC); a variant, or
      *                  the preferred form spelt another way, draws
      *                  a warning naming the preferred form.  The
      *                  book is still written as keyed - AUTHNORM
      *                  proposes the correction.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY LOADCTL.

       FD MaintTxnFile.
       01  MT-MAINT-TXN-RECORD   PIC X(102).
      *  An S transaction keys the new status (A/L/R/W) in the first
      *  character of the Name column; a T transaction keys the new
      *  branch code in the first three.

       COPY TRAINSVC.

       COPY AUTHSVCA.

       01  WS-CHECK-AUTHOR       PIC X(15).

       01  WS-MAINTFILE-EOF-SWITCH PIC X(1) VALUE "N".
           88  WS-MAINTFILE-EOF  VALUE "Y".

           05  WS-MAINT-COPIES  PIC X(03).
           05  WS-MAINT-CCY     PIC X(03).
           05  WS-MAINT-BRANCH  PIC X(03).
           05  WS-MAINT-DONOR   PIC X(06).

       01  WS-EARLIEST-YEAR     PIC 9(4) VALUE 1450.
       01  WS-SYSTEM-DATE.
                       " branch table - see BRCHMNT."
               GO TO GetBookDetails
           END-IF.
           MOVE BK-BOOK-AUTHOR TO WS-CHECK-AUTHOR.
           PERFORM CheckAuthorVariant.
       GetBookDetails-Exit.
           EXIT.

                           " branch table - see BRCHMNT."
                   GO TO GetMaintTxn
               END-IF
               MOVE WS-MAINT-AUTHOR TO WS-CHECK-AUTHOR
               PERFORM CheckAuthorVariant
           END-IF.
       GetMaintTxn-Exit.
           EXIT.

      *  An author that is a form on the authority file but not the
      *  preferred form as spelt there is warned about, never
      *  refused - an absent AUTHORS.DAT or an unknown author says
      *  nothing.
       CheckAuthorVariant.
           MOVE "L" TO AQ-FUNCTION.
           MOVE WS-CHECK-AUTHOR TO AQ-AUTHOR.
           CALL "AUTH-SVC" USING AQ-AUTH-SVC-AREA.
           IF (AQ-STATUS = "00" OR AQ-STATUS = "01")
               AND WS-CHECK-AUTHOR NOT = AQ-PREFERRED
               DISPLAY "Warning - author " WS-CHECK-AUTHOR
                       " is filed as " AQ-PREFERRED
                       " - see AUTHNORM."
           END-IF.

      *  A blank currency is local and always passes; a nonblank
      *  code must be on the CURRATES.DAT rate file.  When the rate
      *  file is not on file the check passes everything, matching
           IF WS-TXN-APPLIED
               MOVE "APPLIED " TO WS-ER-DISPOSITION
               ADD 1 TO WS-ACCEPT-COUNT
               IF WS-ADD-TXN AND WS-MAINT-DONOR NOT = SPACES
                   STRING "GIFT OF DONOR " DELIMITED BY SIZE
                          WS-MAINT-DONOR   DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
               END-IF
           ELSE
               MOVE "REJECTED" TO WS-ER-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
           MOVE WS-REJECT-REASON TO WS-ER-REASON.
           DISPLAY WS-EDIT-REPORT-LINE.
           IF WS-TXN-APPLIED
               AND (WS-ADD-TXN OR WS-UPDATE-TXN)
               MOVE WS-MAINT-AUTHOR TO WS-CHECK-AUTHOR
               PERFORM CheckAuthorVariant
           END-IF.
           PERFORM GetBatchTxn.
       ProcessBatchTxn-Exit.
           EXIT.
           MOVE WS-LOAN-BORROWER-NO TO FS-BORROWER-NO.
           MOVE WS-LOAN-BORROWER    TO FS-BORROWER-NAME.
           MOVE BK-BOOK-PRICE       TO FS-AMOUNT.
           MOVE SPACES              TO FS-OPER-ID.
           MOVE BK-BRANCH           TO FS-BRANCH.
           CALL "FINE-SVC" USING FS-FINE-SVC-AREA.
           IF FS-STATUS = "00"
               DISPLAY "Replacement charge assessed against"
