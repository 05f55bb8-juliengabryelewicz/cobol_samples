      *                  the run before the next file is rewritten,
      *                  matching the header's promise - the
      *                  remaining files really are left untouched.
      *  2026-10-15  jg  Converted orders start with no fund and no
      *                  encumbrance, matching the fund fields added
      *                  to ORDERREC.
      *  2026-10-15  jg  Converted orders start with nothing
      *                  invoiced (OR-INVOICED-QTY) and not
      *                  marked backordered (OR-BACKORDERED).
      *  2026-10-15  jg  Converted orders predate electronic order
      *                  transmission - they are stamped as sent on
      *                  their order date with no file sequence, so
      *                  ORDXMIT never sends them a second time.
      *  2026-10-15  jg  Converted orders and borrowers carry no
      *                  operator stamps (OR-ORDERED-BY,
      *                  OR-RECEIVED-BY, BW-REGISTERED-BY).
      *  2026-10-15  jg  Converted loans are ordinary loans - no
      *                  course code and no due time.
      *  2026-10-15  jg  Converted borrowers belong to the main
      *                  building and have no renewal on record.
      *  2026-10-15  jg  Converted orders carry no author (OR-AUTHOR).
      *  2026-10-15  jg  Converted loans are neither recalled nor
      *                  claimed returned, and converted borrowers
      *                  have no claims on record.
      *  2026-10-15  jg  Converted borrowers are adults - BW-CATEGORY
      *                  was being left with whatever byte the last
      *                  record held.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE "P" TO BW-CONTACT-PREF
           MOVE SPACES TO BW-CONTACT-EMAIL
           MOVE ZEROS TO BW-EXPIRY-DATE
           MOVE SPACE TO BW-CATEGORY
           MOVE SPACES TO BW-REGISTERED-BY
           MOVE SPACES TO BW-HOME-BRANCH
           MOVE ZEROS TO BW-PRIOR-EXPIRY
           MOVE ZEROS TO BW-CLAIM-COUNT
           WRITE BW-BORROWER-RECORD
               INVALID KEY
                   DISPLAY "Borrower " BW-BORROWER-NO " rejected"
           MOVE CN-O-LN-BORRNO   TO LN-BORROWER-NO
           MOVE ZEROS TO LN-RENEW-COUNT
           MOVE SPACES TO LN-BRANCH
           MOVE ZEROS TO LN-DUE-TIME
           MOVE SPACES TO LN-COURSE-CODE
           MOVE ZEROS TO LN-RECALL-DATE
           MOVE ZEROS TO LN-CLAIM-DATE
           WRITE LN-LOAN-RECORD
               INVALID KEY
                   DISPLAY "Loan " LN-BOOK-ID " rejected on reload."
           MOVE CN-O-OR-STATUS   TO OR-STATUS
           MOVE ZEROS TO OR-RECEIVED-QTY
           MOVE ZEROS TO OR-RECEIVED-DATE
           MOVE SPACES TO OR-FUND-CODE
           MOVE ZEROS TO OR-FISCAL-YEAR OR-ENCUMBERED
           MOVE ZEROS TO OR-INVOICED-QTY
           MOVE "N" TO OR-BACKORDERED
           MOVE CN-O-OR-ODATE TO OR-SENT-DATE
           MOVE ZEROS TO OR-SENT-SEQ OR-EXPECTED-DATE
           MOVE SPACE TO OR-ACK-CODE
           MOVE SPACES TO OR-ORDERED-BY OR-RECEIVED-BY
           MOVE ZEROS TO OR-LAST-RECEIPT-DATE
           MOVE SPACES TO OR-AUTHOR
           WRITE OR-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Order " OR-ORDER-NO " rejected on"
