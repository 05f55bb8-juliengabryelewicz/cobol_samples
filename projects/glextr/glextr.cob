      *  movement to GLJRNL.DAT:
      *
      *      ACQ  received orders off ORDERS.DAT, valued at the
      *           ordered quantity times price, with the fund the
      *           order was charged to
      *      DSP  deletes (including archive purges) off the
      *           BOOKAUD.DAT trail, valued at the before price
      *      WOF  lost-status write-offs off the trail (an update
      *                  month instead of in neither.  Records from
      *                  before the field existed fall back to the
      *                  order date, as before.
      *  2026-10-15  jg  Journal detail lines carry the acquisitions
      *                  fund (OR-FUND-CODE) after the amount - ACQ
      *                  lines only, blank on DSP and WOF.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  GX-JD-PERIOD          PIC 9(06).
           05  GX-JD-REFERENCE       PIC 9(07).
           05  GX-JD-AMOUNT          PIC 9(09)V99.
           05  GX-JD-FUND            PIC X(06).
       01  GX-JOURNAL-TRAILER REDEFINES GX-JOURNAL-LINE.
           05  FILLER                PIC X(01).
           05  GX-JT-RUN-DATE        PIC 9(08).
       01  GX-WORK-ACCOUNT           PIC X(08).
       01  GX-WORK-SOURCE            PIC X(03).
       01  GX-WORK-REFERENCE         PIC 9(07).
       01  GX-WORK-FUND              PIC X(06).

       01  GX-LINE-COUNT             PIC 9(07) VALUE ZEROS.
       01  GX-TOTAL-AMOUNT           PIC 9(11)V99 VALUE ZEROS.
           PERFORM 8100-MAP-ACCOUNT THRU 8100-EXIT
           MOVE "ACQ" TO GX-WORK-SOURCE
           MOVE OR-ORDER-NO TO GX-WORK-REFERENCE
           MOVE OR-FUND-CODE TO GX-WORK-FUND
           PERFORM 8200-WRITE-JOURNAL-LINE THRU 8200-EXIT
           ADD 1 TO GX-ACQ-COUNT.
       2100-EXIT.
                   PERFORM 8100-MAP-ACCOUNT THRU 8100-EXIT
                   MOVE "DSP" TO GX-WORK-SOURCE
                   MOVE AD-BOOK-ID TO GX-WORK-REFERENCE
                   MOVE SPACES TO GX-WORK-FUND
                   PERFORM 8200-WRITE-JOURNAL-LINE THRU 8200-EXIT
                   ADD 1 TO GX-DSP-COUNT
               WHEN AD-TXN-CODE = "U"
                   PERFORM 8100-MAP-ACCOUNT THRU 8100-EXIT
                   MOVE "WOF" TO GX-WORK-SOURCE
                   MOVE AD-BOOK-ID TO GX-WORK-REFERENCE
                   MOVE SPACES TO GX-WORK-FUND
                   PERFORM 8200-WRITE-JOURNAL-LINE THRU 8200-EXIT
                   ADD 1 TO GX-WOF-COUNT
               WHEN OTHER
           MOVE GX-WORK-ACCOUNT TO GX-JD-ACCOUNT
           MOVE GX-EXTRACT-PERIOD TO GX-JD-PERIOD
           MOVE GX-WORK-AMOUNT TO GX-JD-AMOUNT
           MOVE GX-WORK-FUND TO GX-JD-FUND
           WRITE GX-JOURNAL-LINE
           ADD 1 TO GX-LINE-COUNT
           ADD GX-WORK-AMOUNT TO GX-TOTAL-AMOUNT.
