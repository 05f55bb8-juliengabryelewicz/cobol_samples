      *
      *  Transaction layouts (one line, fixed columns):
      *      P oooooo Supplier(15) Isbn(13) Title(9) Qty(3) Price(7)
      *               Currency(3) Fund(6) Author(15)
      *      R oooooo BookId(7) Year(4) Author(15) Genre(10) Qty(3)
      *      C oooooo
      *
      *                  journals the acquisition in the month it
      *                  was received.  A fresh order starts it at
      *                  zero.
      *  2026-10-15  jg  Budget control - the P and S transactions
      *                  take a fund code after the currency, which
      *                  must be on FUNDS.DAT for the current year
      *                  (see FUNDMNT).  Placing the order encumbers
      *                  quantity times price, converted to local
      *                  through RATE-SVC, against the fund; an order
      *                  past the fund's free balance is refused
      *                  unless an M-role operator signed on through
      *                  GREET overrides it, logged to SEC-LOG.  A
      *                  receipt turns the received copies' share of
      *                  the encumbrance into spend, and a
      *                  cancellation releases what is left.
      *  2026-10-15  jg  A fresh order starts OR-INVOICED-QTY at
      *                  zero for INVMATCH.
      *  2026-10-15  jg  A short receipt marks the order
      *                  OR-BACKORDERED for the SUPPSCR scorecard.
      *  2026-10-15  jg  A fresh order starts untransmitted and
      *                  unacknowledged, for ORDXMIT to pick up.
      *  2026-10-15  jg  Placing an order stamps the operator signed
      *                  on (GETOPER) in OR-ORDERED-BY; each receipt
      *                  stamps OR-RECEIVED-BY and
      *                  OR-LAST-RECEIPT-DATE, except that a receipt
      *                  by the ordering operator is kept once made.
      *                  SODRPT reports the same operator on both.
      *  2026-10-15  jg  Placing an order first checks the title
      *                  for a duplicate - by ISBN, and by title and
      *                  the new optional author on the P line -
      *                  against the catalog (copies owned and out,
      *                  holds waiting), open and backordered orders
      *                  and pending suggestions.  What is found is
      *                  shown and the operator confirms; an order
      *                  placed anyway is logged to ORDDUP.DAT and
      *                  SEC-LOG for the ORDDUPRT weekly report.
      *  2026-10-15  jg  Receiving looks the author keyed on the R
      *                  line up on the AUTHORS.DAT authority file
      *                  (AUTH-SVC) and warns when it is a variant,
      *                  or the preferred form spelt another way,
      *                  naming the preferred form.  The receipt is
      *                  still catalogued as keyed.
      *  2026-10-15  jg  A fund-limit override goes to SEC-LOG only
      *                  once the order is written - an order refused
      *                  as already on file logs no override.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-SUPPLIER-CODE
               FILE STATUS IS BO-SUPPFILE-STATUS.
           SELECT FundFile ASSIGN TO "FUNDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FU-FUND-KEY
               FILE STATUS IS BO-FUNDFILE-STATUS.
           SELECT SuggestFile ASSIGN TO "SUGGEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BO-SUGGFILE-STATUS.
           SELECT SuggWorkFile ASSIGN TO "SUGGEST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BO-SUGGWORK-STATUS.
           SELECT BookFile ASSIGN TO "BOOKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-BOOK-ID
               FILE STATUS IS BO-BOOKFILE-STATUS.
           SELECT HoldFile ASSIGN TO "BOOKHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BO-HOLDFILE-STATUS.
           SELECT DupLogFile ASSIGN TO "ORDDUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BO-DUPLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OrderFile.
       FD SupplierFile.
       COPY SUPPREC.

       FD FundFile.
       COPY FUNDREC.

       FD SuggestFile.
       COPY SUGGREC.

       FD SuggWorkFile.
       01  BO-SUGG-WORK-RECORD       PIC X(68).

       FD BookFile.
       COPY BOOKREC.

       FD HoldFile.
       COPY HOLDREC.

       FD DupLogFile.
       COPY ORDDUP.

       FD MaintTxnFile.
       01  BO-MAINT-TXN-RECORD.
           05  BO-MT-TXN-CODE        PIC X(01).

       01  BO-SUPP-CURRENCY          PIC X(03).

       01  BO-FUNDFILE-STATUS        PIC X(02).
           88  BO-FUNDFILE-OK        VALUE "00".

       01  BO-FUNDS-OPEN-SWITCH      PIC X(01) VALUE "N".
           88  BO-FUNDS-OPEN         VALUE "Y".

       01  BO-FUND-FOUND-SWITCH      PIC X(01).
           88  BO-FUND-FOUND         VALUE "Y".

       01  BO-FUND-OK-SWITCH         PIC X(01).
           88  BO-FUND-OK            VALUE "Y".

       01  BO-FUND-OVER-SWITCH       PIC X(01).
           88  BO-FUND-OVERRIDDEN    VALUE "Y".

       01  BO-ORDER-LOCAL            PIC 9(07)V99.
       01  BO-FUND-FREE              PIC S9(08)V99.
       01  BO-FUND-RELIEF            PIC 9(07)V99.
       01  BO-AMOUNT-DISPLAY         PIC -,---,--9.99.
       01  BO-CONFIRM                PIC X(01).

       01  BO-SUGGFILE-STATUS        PIC X(02).
           88  BO-SUGGFILE-OK        VALUE "00".

               88  BO-CANCEL-TXN     VALUE "C" "c".
               88  BO-SUGG-TXN       VALUE "S" "s".
           05  BO-TXN-ORDER-NO       PIC 9(06).
           05  BO-TXN-TAIL           PIC X(95).

       01  BO-PLACE-DETAIL.
           05  BO-P-SUPPLIER         PIC X(15).
           05  BO-P-QTY              PIC 9(03).
           05  BO-P-PRICE            PIC 9(05)V99.
           05  BO-P-CURRENCY         PIC X(03).
           05  BO-P-FUND             PIC X(06).
           05  BO-P-AUTHOR           PIC X(15).

       01  BO-RECV-DETAIL.
           05  BO-R-BOOK-ID          PIC 9(07).
           05  BO-S-SUPPLIER         PIC X(15).
           05  BO-S-PRICE            PIC 9(05)V99.
           05  BO-S-CURRENCY         PIC X(03).
           05  BO-S-FUND             PIC X(06).

       01  BO-OUTSTANDING-QTY        PIC S9(04).
       01  BO-THIS-RECEIPT-QTY       PIC 9(03).
       01  BO-ISBN-OK-SWITCH         PIC X(01).
           88  BO-ISBN-OK            VALUE "Y".

      *  Pre-order duplicate check (2800).  Up to BO-DB-MAX
      *  matching catalog records are kept to count their holds
      *  and list them; the totals cover every match.
       01  BO-BOOKFILE-STATUS        PIC X(02).
           88  BO-BOOKFILE-OK        VALUE "00".

       01  BO-HOLDFILE-STATUS        PIC X(02).
           88  BO-HOLDFILE-OK        VALUE "00".

       01  BO-DUPLOG-STATUS          PIC X(02).
           88  BO-DUPLOG-OK          VALUE "00".

       01  BO-DUP-EOF-SWITCH         PIC X(01).
           88  BO-DUP-EOF            VALUE "Y".

       01  BO-DUP-CLEAR-SWITCH       PIC X(01).
           88  BO-DUP-CLEAR          VALUE "Y".

       01  BO-DUP-WARNED-SWITCH      PIC X(01).
           88  BO-DUP-WARNED         VALUE "Y".

       01  BO-DUP-HEADING-SWITCH     PIC X(01).
           88  BO-DUP-HEADED         VALUE "Y".

       01  BO-DUP-MATCH-SWITCH       PIC X(01).
           88  BO-DUP-ISBN-MATCH     VALUE "I".
           88  BO-DUP-TITLE-MATCH    VALUE "T".
           88  BO-DUP-MATCHED        VALUE "I" "T".

       01  BO-DUP-MATCH-TYPE         PIC X(01).
       01  BO-DUP-SKIP-BOOK-ID       PIC 9(07) VALUE ZEROS.
       01  BO-DUP-ISBN               PIC 9(13).
       01  BO-DUP-TITLE              PIC X(30).
       01  BO-DUP-AUTHOR             PIC X(15).
       01  BO-DUP-CAND-ISBN          PIC 9(13).
       01  BO-DUP-CAND-TITLE         PIC X(30).
       01  BO-DUP-CAND-AUTHOR        PIC X(15).
       01  BO-DUP-OUTSTANDING        PIC 9(03).
       01  BO-DUP-TIME               PIC 9(08).

       01  BO-DUP-COUNTS.
           05  BO-DUP-CATALOG-HITS   PIC 9(03).
           05  BO-DUP-FIRST-BOOK-ID  PIC 9(07).
           05  BO-DUP-COPIES-OWNED   PIC 9(05).
           05  BO-DUP-COPIES-OUT     PIC 9(05).
           05  BO-DUP-HOLDS          PIC 9(05).
           05  BO-DUP-ORDER-HITS     PIC 9(03).
           05  BO-DUP-FIRST-ORDER-NO PIC 9(06).
           05  BO-DUP-ON-ORDER-QTY   PIC 9(05).
           05  BO-DUP-SUGG-HITS      PIC 9(03).

       01  BO-DUP-BOOK-TABLE.
           05  BO-DB-ENTRY           OCCURS 10 TIMES.
               10  BO-DB-BOOK-ID     PIC 9(07).
               10  BO-DB-TITLE       PIC X(30).
               10  BO-DB-OWNED       PIC 9(03).
               10  BO-DB-OUT         PIC 9(03).
               10  BO-DB-HOLDS       PIC 9(03).
               10  BO-DB-MATCH       PIC X(01).
       01  BO-DB-MAX                 PIC 9(02) VALUE 10.
       01  BO-DB-USED                PIC 9(02).
       01  BO-DB-IX                  PIC 9(02).

       COPY RATESVCA.

       COPY AUTHSVCA.

       COPY CURROPER.

       COPY SECLOGC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
               PERFORM 2100-PROCESS-ORDER-TXN THRU 2100-EXIT
                   UNTIL BO-TXN-LINE = SPACES
               CLOSE OrderFile
               IF BO-FUNDS-OPEN
                   CLOSE FundFile
               END-IF
           END-IF
           GOBACK.

               DISPLAY "ORDERS.DAT OPEN failed - status "
                       BO-ORDERFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
      *    Without the fund master no order can be placed - receipts
      *    and cancellations still go through, with a warning that
      *    the fund was not relieved.
           OPEN I-O FundFile
           IF BO-FUNDFILE-OK
               SET BO-FUNDS-OPEN TO TRUE
           ELSE
               DISPLAY "FUNDS.DAT not available - status "
                       BO-FUNDFILE-STATUS " - orders cannot be placed"
                       " (see FUNDMNT)."
           END-IF.
       1000-EXIT.
           EXIT.

       2000-GET-ORDER-TXN.
           DISPLAY "Enter - Txn(P/R/C/S), OrderNo, then for P:"
           DISPLAY "Supplier,Isbn,Title,Qty,Price,Currency,Fund,"
           DISPLAY "Author (optional); for"
           DISPLAY "R: BookId,Year,Author,Genre; for S (zero OrderNo"
           DISPLAY "lists the pending suggestions):"
           DISPLAY "BookId,Supplier,Price,Currency,Fund"
           DISPLAY "TOOOOOO..."
           ACCEPT  BO-TXN-LINE.
       2000-EXIT.
       2100-PROCESS-ORDER-TXN.
           EVALUATE TRUE
               WHEN BO-PLACE-TXN
                   MOVE ZEROS TO BO-DUP-SKIP-BOOK-ID
                   PERFORM 2200-PLACE-ORDER THRU 2200-EXIT
               WHEN BO-RECV-TXN
                   PERFORM 2300-RECEIVE-ORDER THRU 2300-EXIT
                       " rate file - see CURRMNT."
               GO TO 2200-EXIT
           END-IF
           PERFORM 2800-CHECK-DUPLICATES THRU 2800-EXIT
           IF NOT BO-DUP-CLEAR
               GO TO 2200-EXIT
           END-IF
           PERFORM 2210-CHECK-FUND THRU 2210-EXIT
           IF NOT BO-FUND-OK
               GO TO 2200-EXIT
           END-IF
           MOVE BO-TXN-ORDER-NO TO OR-ORDER-NO
           MOVE BO-P-SUPPLIER   TO OR-SUPPLIER
           MOVE BO-P-ISBN       TO OR-ISBN
           MOVE "O"             TO OR-STATUS
           MOVE ZEROS           TO OR-RECEIVED-QTY
           MOVE ZEROS           TO OR-RECEIVED-DATE
           MOVE BO-P-FUND       TO OR-FUND-CODE
           MOVE BO-SYSTEM-DATE (1:4) TO OR-FISCAL-YEAR
           MOVE BO-ORDER-LOCAL  TO OR-ENCUMBERED
           MOVE ZEROS           TO OR-INVOICED-QTY
           MOVE "N"             TO OR-BACKORDERED
           MOVE ZEROS           TO OR-SENT-DATE OR-SENT-SEQ
           MOVE SPACE           TO OR-ACK-CODE
           MOVE ZEROS           TO OR-EXPECTED-DATE
           CALL "GETOPER" USING CO-CURRENT-OPER-AREA
           END-CALL
           MOVE CO-OPER-ID      TO OR-ORDERED-BY
           MOVE SPACES          TO OR-RECEIVED-BY
           MOVE ZEROS           TO OR-LAST-RECEIPT-DATE
           MOVE BO-DUP-AUTHOR   TO OR-AUTHOR
           WRITE OR-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Order " BO-TXN-ORDER-NO
                           " already on file."
                   GO TO 2200-EXIT
           END-WRITE
           MOVE "Y" TO BO-ORDER-PLACED-SWITCH
           IF BO-DUP-WARNED
               PERFORM 2870-LOG-DUP-OVERRIDE THRU 2870-EXIT
           END-IF
           IF BO-FUND-OVERRIDDEN
               PERFORM 2220-LOG-FUND-OVERRIDE THRU 2220-EXIT
           END-IF
           ADD BO-ORDER-LOCAL TO FU-ENCUMBERED
           REWRITE FU-FUND-RECORD
               INVALID KEY
                   DISPLAY "*** Fund " FU-FUND-CODE " not rewritten -"
                           " encumbrance not recorded."
           END-REWRITE
           MOVE BO-ORDER-LOCAL TO BO-AMOUNT-DISPLAY
           DISPLAY "Order " BO-TXN-ORDER-NO " placed with "
                   BO-P-SUPPLIER (1:5) " - " BO-AMOUNT-DISPLAY
                   " encumbered on fund " FU-FUND-CODE ".".
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2210-CHECK-FUND - the fund must be on FUNDS.DAT for the
      *  current year.  The order is valued in local currency at
      *  today's rate and held against the fund's free balance
      *  (allocation less encumbered and spent); past it, only an
      *  M-role operator may let the order through, and 2220 logs
      *  the override once 2200 has written the order.  The fund
      *  record is left in the FD area for 2200 to rewrite.
      *****************************************************************
       2210-CHECK-FUND.
           MOVE "N" TO BO-FUND-OK-SWITCH
           MOVE "N" TO BO-FUND-OVER-SWITCH
           IF BO-P-FUND = SPACES
               DISPLAY "Fund code must not be blank."
               GO TO 2210-EXIT
           END-IF
           IF NOT BO-FUNDS-OPEN
               DISPLAY "FUNDS.DAT not available - order refused."
               GO TO 2210-EXIT
           END-IF
           MOVE BO-P-FUND TO FU-FUND-CODE
           MOVE BO-SYSTEM-DATE (1:4) TO FU-FISCAL-YEAR
           READ FundFile
               INVALID KEY
                   DISPLAY "Fund " BO-P-FUND " has no "
                           BO-SYSTEM-DATE (1:4) " allocation on"
                           " FUNDS.DAT - see FUNDMNT."
                   GO TO 2210-EXIT
           END-READ
           COMPUTE BO-ORDER-LOCAL = BO-P-QTY * BO-P-PRICE
           IF BO-P-CURRENCY NOT = SPACES
               MOVE BO-P-CURRENCY TO RS-CURRENCY
               MOVE BO-SYSTEM-DATE TO RS-AS-OF-DATE
               CALL "RATE-SVC" USING RS-RATE-SVC-AREA
               END-CALL
               IF RS-STATUS NOT = "00"
                   DISPLAY "No rate for " BO-P-CURRENCY " - the order"
                           " cannot be valued against the fund."
                   GO TO 2210-EXIT
               END-IF
               COMPUTE BO-ORDER-LOCAL ROUNDED =
                   BO-ORDER-LOCAL * RS-RATE
                   ON SIZE ERROR
                       DISPLAY "Order value overflows in local"
                               " currency - order refused."
                       GO TO 2210-EXIT
               END-COMPUTE
           END-IF
           COMPUTE BO-FUND-FREE =
               FU-ALLOCATION - FU-ENCUMBERED - FU-SPENT
           IF BO-ORDER-LOCAL NOT > BO-FUND-FREE
               MOVE "Y" TO BO-FUND-OK-SWITCH
               GO TO 2210-EXIT
           END-IF
           MOVE BO-ORDER-LOCAL TO BO-AMOUNT-DISPLAY
           DISPLAY "Order value " BO-AMOUNT-DISPLAY " exceeds the free"
                   " balance of fund " FU-FUND-CODE ":"
           MOVE BO-FUND-FREE TO BO-AMOUNT-DISPLAY
           DISPLAY "  free " BO-AMOUNT-DISPLAY "."
           CALL "GETOPER" USING CO-CURRENT-OPER-AREA
           END-CALL
           IF CO-OPER-ID = SPACES OR CO-OPER-ROLE NOT = "M"
               DISPLAY "Order refused - an M-role operator signed on"
                       " through GREET may override."
               GO TO 2210-EXIT
           END-IF
           DISPLAY "Override the fund limit (Y/N)? "
               WITH NO ADVANCING
           ACCEPT BO-CONFIRM
           IF BO-CONFIRM NOT = "Y" AND BO-CONFIRM NOT = "y"
               DISPLAY "Order refused."
               GO TO 2210-EXIT
           END-IF
           MOVE "Y" TO BO-FUND-OVER-SWITCH
           MOVE "Y" TO BO-FUND-OK-SWITCH.
       2210-EXIT.
           EXIT.

      *  The fund-limit override, to SEC-LOG under the M-role
      *  operator 2210 found signed on.
       2220-LOG-FUND-OVERRIDE.
           MOVE CO-OPER-ID TO SX-OPER-ID
           MOVE "O" TO SX-EVENT-CODE
           MOVE "BOOKORD" TO SX-PROGRAM
           MOVE SPACES TO SX-DETAIL
           STRING "FUND " DELIMITED BY SIZE
                  FU-FUND-CODE DELIMITED BY SIZE
                  " OVER, ORDER " DELIMITED BY SIZE
                  OR-ORDER-NO DELIMITED BY SIZE
                  INTO SX-DETAIL
           END-STRING
           CALL "SEC-LOG" USING SX-SEC-LOG-AREA
           END-CALL.
       2220-EXIT.
           EXIT.

      *****************************************************************
      *  2700-READ-ORDER-FUND - the fund an outstanding order is
      *  charged to, for a receipt or cancellation to relieve.  An
      *  order from before funds, or one whose fund cannot be read,
      *  leaves BO-FUND-FOUND off and moves no fund.
      *****************************************************************
       2700-READ-ORDER-FUND.
           MOVE "N" TO BO-FUND-FOUND-SWITCH
           IF OR-FUND-CODE = SPACES
               GO TO 2700-EXIT
           END-IF
           IF OR-ENCUMBERED NOT NUMERIC
               OR OR-ENCUMBERED = ZEROS
               GO TO 2700-EXIT
           END-IF
           IF NOT BO-FUNDS-OPEN
               DISPLAY "*** FUNDS.DAT not available - fund "
                       OR-FUND-CODE " not relieved."
               GO TO 2700-EXIT
           END-IF
           MOVE OR-FUND-CODE TO FU-FUND-CODE
           MOVE OR-FISCAL-YEAR TO FU-FISCAL-YEAR
           READ FundFile
               INVALID KEY
                   DISPLAY "*** Fund " OR-FUND-CODE " "
                           OR-FISCAL-YEAR " not on FUNDS.DAT - not"
                           " relieved."
               NOT INVALID KEY
                   MOVE "Y" TO BO-FUND-FOUND-SWITCH
           END-READ.
       2700-EXIT.
           EXIT.

      *  Relief moved off the fund's encumbrance - into spend for a
      *  receipt, back to free for a cancellation.
       2710-RELIEVE-FUND.
           SUBTRACT BO-FUND-RELIEF FROM FU-ENCUMBERED
           REWRITE FU-FUND-RECORD
               INVALID KEY
                   DISPLAY "*** Fund " FU-FUND-CODE " not rewritten."
           END-REWRITE.
       2710-EXIT.
           EXIT.

      *****************************************************************
      *  2500-PROCESS-SUGGESTION - the review half of the HOLDSUGG
      *  analysis.  A zero order number lists what is pending; an
      *  price and currency places the real order through the same
      *  2200 edits as a keyed P, carrying the suggestion's title,
      *  ISBN and quantity, then marks the suggestion ordered.
      *  The author comes from the suggested book's catalog record,
      *  and the duplicate check passes over that book and its own
      *  suggestion - they are why the order is being placed.
      *****************************************************************
       2500-PROCESS-SUGGESTION.
           IF BO-TXN-ORDER-NO = ZEROS
           MOVE SG-SUGGEST-QTY  TO BO-P-QTY
           MOVE BO-S-PRICE      TO BO-P-PRICE
           MOVE BO-S-CURRENCY   TO BO-P-CURRENCY
           MOVE BO-S-FUND       TO BO-P-FUND
           PERFORM 2860-READ-BOOK-AUTHOR THRU 2860-EXIT
           MOVE BO-PLACE-DETAIL TO BO-TXN-TAIL
           MOVE BO-S-BOOK-ID    TO BO-DUP-SKIP-BOOK-ID
           MOVE "N" TO BO-ORDER-PLACED-SWITCH
           PERFORM 2200-PLACE-ORDER THRU 2200-EXIT
           IF BO-ORDER-PLACED
               DISPLAY "Receiving needs the new BookId."
               GO TO 2300-EXIT
           END-IF
           PERFORM 2310-CHECK-AUTHOR-VARIANT THRU 2310-EXIT
           IF OR-RECEIVED-QTY NOT NUMERIC
               MOVE ZEROS TO OR-RECEIVED-QTY
           END-IF
           MOVE OR-CURRENCY TO BO-MT-CCY
           WRITE BO-MAINT-TXN-RECORD
           CLOSE MaintTxnFile
           PERFORM 2700-READ-ORDER-FUND THRU 2700-EXIT
           ADD BO-THIS-RECEIPT-QTY TO OR-RECEIVED-QTY
           CALL "GETOPER" USING CO-CURRENT-OPER-AREA
           END-CALL
           IF OR-RECEIVED-BY = SPACES
               OR OR-RECEIVED-BY NOT = OR-ORDERED-BY
               MOVE CO-OPER-ID TO OR-RECEIVED-BY
           END-IF
           MOVE BO-SYSTEM-DATE TO OR-LAST-RECEIPT-DATE
           IF OR-RECEIVED-QTY >= OR-QUANTITY
               MOVE "R" TO OR-STATUS
               MOVE BO-SYSTEM-DATE TO OR-RECEIVED-DATE
           ELSE
               MOVE "Y" TO OR-BACKORDERED
           END-IF
      *    The received copies' share of what is still encumbered -
      *    all of it on the receipt that completes the order, so no
      *    rounding is left behind.
           IF BO-FUND-FOUND
               IF OR-RECEIVED
                   MOVE OR-ENCUMBERED TO BO-FUND-RELIEF
               ELSE
                   COMPUTE BO-FUND-RELIEF ROUNDED =
                       OR-ENCUMBERED * BO-THIS-RECEIPT-QTY
                           / BO-OUTSTANDING-QTY
               END-IF
               SUBTRACT BO-FUND-RELIEF FROM OR-ENCUMBERED
               ADD BO-FUND-RELIEF TO FU-SPENT
               PERFORM 2710-RELIEVE-FUND THRU 2710-EXIT
           END-IF
           REWRITE OR-ORDER-RECORD
               INVALID KEY
       2300-EXIT.
           EXIT.

      *  The author as keyed at receiving against the authority
      *  file - warned about, never refused.
       2310-CHECK-AUTHOR-VARIANT.
           MOVE "L" TO AQ-FUNCTION
           MOVE BO-R-AUTHOR TO AQ-AUTHOR
           CALL "AUTH-SVC" USING AQ-AUTH-SVC-AREA
           END-CALL
           IF (AQ-STATUS = "00" OR AQ-STATUS = "01")
               AND BO-R-AUTHOR NOT = AQ-PREFERRED
               DISPLAY "Warning - author " BO-R-AUTHOR " is filed"
                       " as " AQ-PREFERRED " - see AUTHNORM."
           END-IF.
       2310-EXIT.
           EXIT.

       2400-CANCEL-ORDER.
           PERFORM 2600-READ-ORDER THRU 2600-EXIT
           IF NOT BO-RECORD-FOUND
                       " outstanding."
               GO TO 2400-EXIT
           END-IF
           PERFORM 2700-READ-ORDER-FUND THRU 2700-EXIT
           IF BO-FUND-FOUND
               MOVE OR-ENCUMBERED TO BO-FUND-RELIEF
               MOVE ZEROS TO OR-ENCUMBERED
               PERFORM 2710-RELIEVE-FUND THRU 2710-EXIT
           END-IF
           MOVE "C" TO OR-STATUS
           REWRITE OR-ORDER-RECORD
               INVALID KEY
           END-READ.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  2800-CHECK-DUPLICATES - before an order is placed, look for
      *  the title already here: copies on BOOKS.DAT with the holds
      *  waiting on them, orders still open (backordered or not) on
      *  ORDERS.DAT, and suggestions pending on SUGGEST.DAT.  A
      *  match is the same ISBN, or the same title where the
      *  authors agree or either is blank.  Anything found is
      *  listed and the operator must confirm; an order placed
      *  anyway is logged by 2870.  BO-DUP-CLEAR is off when the
      *  operator declines.  ORDERS.DAT is read through the FD, so
      *  this runs before 2200 builds the new order record.
      *****************************************************************
       2800-CHECK-DUPLICATES.
           MOVE "Y" TO BO-DUP-CLEAR-SWITCH
           MOVE "N" TO BO-DUP-WARNED-SWITCH
           MOVE "N" TO BO-DUP-HEADING-SWITCH
           MOVE SPACE TO BO-DUP-MATCH-TYPE
           MOVE ZEROS TO BO-DUP-COUNTS
           MOVE ZEROS TO BO-DB-USED
           MOVE BO-P-TITLE TO BO-DUP-TITLE
           MOVE BO-P-AUTHOR TO BO-DUP-AUTHOR
           INSPECT BO-DUP-TITLE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT BO-DUP-AUTHOR CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE ZEROS TO BO-DUP-ISBN
           IF BO-P-ISBN IS NUMERIC
               MOVE BO-P-ISBN TO BO-DUP-ISBN
           END-IF
           PERFORM 2810-SCAN-CATALOG THRU 2810-EXIT
           IF BO-DB-USED > ZEROS
               PERFORM 2820-COUNT-HOLDS THRU 2820-EXIT
               PERFORM 2815-SHOW-CATALOG-HIT THRU 2815-EXIT
                   VARYING BO-DB-IX FROM 1 BY 1
                   UNTIL BO-DB-IX > BO-DB-USED
           END-IF
           IF BO-DUP-CATALOG-HITS > BO-DB-USED
               DISPLAY "  ... and further catalog records - "
                       BO-DUP-CATALOG-HITS " in all, "
                       BO-DUP-COPIES-OWNED " copies owned."
           END-IF
           PERFORM 2830-SCAN-ORDERS THRU 2830-EXIT
           PERFORM 2840-SCAN-SUGGESTIONS THRU 2840-EXIT
           IF NOT BO-DUP-HEADED
               GO TO 2800-EXIT
           END-IF
           DISPLAY "Place the order anyway (Y/N)? "
               WITH NO ADVANCING
           ACCEPT BO-CONFIRM
           IF BO-CONFIRM NOT = "Y" AND BO-CONFIRM NOT = "y"
               DISPLAY "Order " BO-TXN-ORDER-NO " not placed."
               MOVE "N" TO BO-DUP-CLEAR-SWITCH
               GO TO 2800-EXIT
           END-IF
           MOVE "Y" TO BO-DUP-WARNED-SWITCH.
       2800-EXIT.
           EXIT.

       2805-SHOW-DUP-HEADING.
           IF NOT BO-DUP-HEADED
               DISPLAY "Possible duplicate - " BO-DUP-TITLE
               DISPLAY "  is already held, on order or suggested:"
               MOVE "Y" TO BO-DUP-HEADING-SWITCH
           END-IF.
       2805-EXIT.
           EXIT.

      *****************************************************************
      *  2810-SCAN-CATALOG - one pass of BOOKS.DAT.  A catalog that
      *  cannot be opened is reported and skipped; the order is
      *  not held up for it.
      *****************************************************************
       2810-SCAN-CATALOG.
           OPEN INPUT BookFile
           IF NOT BO-BOOKFILE-OK
               DISPLAY "BOOKS.DAT not available - status "
                       BO-BOOKFILE-STATUS " - catalog not checked."
               GO TO 2810-EXIT
           END-IF
           MOVE "N" TO BO-DUP-EOF-SWITCH
           PERFORM 2811-MATCH-ONE-BOOK THRU 2811-EXIT
               UNTIL BO-DUP-EOF
           CLOSE BookFile.
       2810-EXIT.
           EXIT.

       2811-MATCH-ONE-BOOK.
           READ BookFile NEXT RECORD
               AT END
                   SET BO-DUP-EOF TO TRUE
                   GO TO 2811-EXIT
           END-READ
           IF BO-DUP-SKIP-BOOK-ID NOT = ZEROS
               AND BK-BOOK-ID = BO-DUP-SKIP-BOOK-ID
               GO TO 2811-EXIT
           END-IF
           MOVE BK-BOOK-ISBN   TO BO-DUP-CAND-ISBN
           MOVE BK-BOOK-NAME   TO BO-DUP-CAND-TITLE
           MOVE BK-BOOK-AUTHOR TO BO-DUP-CAND-AUTHOR
           PERFORM 2890-MATCH-CANDIDATE THRU 2890-EXIT
           IF NOT BO-DUP-MATCHED
               GO TO 2811-EXIT
           END-IF
           ADD 1 TO BO-DUP-CATALOG-HITS
           IF BO-DUP-FIRST-BOOK-ID = ZEROS
               MOVE BK-BOOK-ID TO BO-DUP-FIRST-BOOK-ID
           END-IF
           ADD BK-COPIES-OWNED TO BO-DUP-COPIES-OWNED
           ADD BK-COPIES-OUT   TO BO-DUP-COPIES-OUT
           IF BO-DB-USED < BO-DB-MAX
               ADD 1 TO BO-DB-USED
               MOVE BK-BOOK-ID      TO BO-DB-BOOK-ID (BO-DB-USED)
               MOVE BK-BOOK-NAME    TO BO-DB-TITLE (BO-DB-USED)
               MOVE BK-COPIES-OWNED TO BO-DB-OWNED (BO-DB-USED)
               MOVE BK-COPIES-OUT   TO BO-DB-OUT (BO-DB-USED)
               MOVE ZEROS           TO BO-DB-HOLDS (BO-DB-USED)
               MOVE BO-DUP-MATCH-SWITCH TO BO-DB-MATCH (BO-DB-USED)
           END-IF.
       2811-EXIT.
           EXIT.

       2815-SHOW-CATALOG-HIT.
           PERFORM 2805-SHOW-DUP-HEADING THRU 2805-EXIT
           IF BO-DB-MATCH (BO-DB-IX) = "I"
               DISPLAY "  HELD    book " BO-DB-BOOK-ID (BO-DB-IX)
                       " " BO-DB-TITLE (BO-DB-IX) " (same ISBN)"
           ELSE
               DISPLAY "  HELD    book " BO-DB-BOOK-ID (BO-DB-IX)
                       " " BO-DB-TITLE (BO-DB-IX) " (same title)"
           END-IF
           DISPLAY "          owned " BO-DB-OWNED (BO-DB-IX)
                   ", out " BO-DB-OUT (BO-DB-IX)
                   ", holds waiting " BO-DB-HOLDS (BO-DB-IX).
       2815-EXIT.
           EXIT.

      *****************************************************************
      *  2820-COUNT-HOLDS - one pass of BOOKHOLD.DAT counting the
      *  waiting holds on the catalog records kept by 2810.
      *****************************************************************
       2820-COUNT-HOLDS.
           OPEN INPUT HoldFile
           IF NOT BO-HOLDFILE-OK
               GO TO 2820-EXIT
           END-IF
           MOVE "N" TO BO-DUP-EOF-SWITCH
           PERFORM 2821-COUNT-ONE-HOLD THRU 2821-EXIT
               UNTIL BO-DUP-EOF
           CLOSE HoldFile.
       2820-EXIT.
           EXIT.

       2821-COUNT-ONE-HOLD.
           READ HoldFile
               AT END
                   SET BO-DUP-EOF TO TRUE
                   GO TO 2821-EXIT
           END-READ
           IF NOT HD-WAITING
               GO TO 2821-EXIT
           END-IF
           PERFORM 2822-MATCH-HOLD-BOOK THRU 2822-EXIT
               VARYING BO-DB-IX FROM 1 BY 1
               UNTIL BO-DB-IX > BO-DB-USED.
       2821-EXIT.
           EXIT.

       2822-MATCH-HOLD-BOOK.
           IF HD-BOOK-ID = BO-DB-BOOK-ID (BO-DB-IX)
               ADD 1 TO BO-DB-HOLDS (BO-DB-IX)
               ADD 1 TO BO-DUP-HOLDS
           END-IF.
       2822-EXIT.
           EXIT.

      *****************************************************************
      *  2830-SCAN-ORDERS - every order still open on ORDERS.DAT,
      *  including one waiting on a backorder.  Orders placed before
      *  the author was carried match on ISBN or title alone.
      *****************************************************************
       2830-SCAN-ORDERS.
           MOVE ZEROS TO OR-ORDER-NO
           START OrderFile KEY IS NOT LESS THAN OR-ORDER-NO
               INVALID KEY
                   GO TO 2830-EXIT
           END-START
           MOVE "N" TO BO-DUP-EOF-SWITCH
           PERFORM 2831-MATCH-ONE-ORDER THRU 2831-EXIT
               UNTIL BO-DUP-EOF.
       2830-EXIT.
           EXIT.

       2831-MATCH-ONE-ORDER.
           READ OrderFile NEXT RECORD
               AT END
                   SET BO-DUP-EOF TO TRUE
                   GO TO 2831-EXIT
           END-READ
           IF NOT OR-ORDERED
               GO TO 2831-EXIT
           END-IF
           MOVE OR-ISBN   TO BO-DUP-CAND-ISBN
           MOVE OR-TITLE  TO BO-DUP-CAND-TITLE
           MOVE OR-AUTHOR TO BO-DUP-CAND-AUTHOR
           PERFORM 2890-MATCH-CANDIDATE THRU 2890-EXIT
           IF NOT BO-DUP-MATCHED
               GO TO 2831-EXIT
           END-IF
           PERFORM 2805-SHOW-DUP-HEADING THRU 2805-EXIT
           ADD 1 TO BO-DUP-ORDER-HITS
           IF BO-DUP-FIRST-ORDER-NO = ZEROS
               MOVE OR-ORDER-NO TO BO-DUP-FIRST-ORDER-NO
           END-IF
           MOVE ZEROS TO BO-DUP-OUTSTANDING
           IF OR-QUANTITY > OR-RECEIVED-QTY
               SUBTRACT OR-RECEIVED-QTY FROM OR-QUANTITY
                   GIVING BO-DUP-OUTSTANDING
           END-IF
           ADD BO-DUP-OUTSTANDING TO BO-DUP-ON-ORDER-QTY
           IF OR-WENT-TO-BACKORDER OR OR-ACK-BACKORDERED
               DISPLAY "  ORDER   " OR-ORDER-NO " " OR-TITLE
                       " - " BO-DUP-OUTSTANDING " due from "
                       OR-SUPPLIER (1:5) ", BACKORDERED"
           ELSE
               DISPLAY "  ORDER   " OR-ORDER-NO " " OR-TITLE
                       " - " BO-DUP-OUTSTANDING " due from "
                       OR-SUPPLIER (1:5) ", ordered "
                       OR-ORDER-DATE
           END-IF.
       2831-EXIT.
           EXIT.

      *****************************************************************
      *  2840-SCAN-SUGGESTIONS - pending HOLDSUGG suggestions.  The
      *  suggestion line carries no author, so it matches on ISBN
      *  or title.
      *****************************************************************
       2840-SCAN-SUGGESTIONS.
           OPEN INPUT SuggestFile
           IF NOT BO-SUGGFILE-OK
               GO TO 2840-EXIT
           END-IF
           MOVE "N" TO BO-DUP-EOF-SWITCH
           PERFORM 2841-MATCH-ONE-SUGGESTION THRU 2841-EXIT
               UNTIL BO-DUP-EOF
           CLOSE SuggestFile.
       2840-EXIT.
           EXIT.

       2841-MATCH-ONE-SUGGESTION.
           READ SuggestFile
               AT END
                   SET BO-DUP-EOF TO TRUE
                   GO TO 2841-EXIT
           END-READ
           IF NOT SG-PENDING
               GO TO 2841-EXIT
           END-IF
           IF BO-DUP-SKIP-BOOK-ID NOT = ZEROS
               AND SG-BOOK-ID = BO-DUP-SKIP-BOOK-ID
               GO TO 2841-EXIT
           END-IF
           MOVE SG-ISBN  TO BO-DUP-CAND-ISBN
           MOVE SG-TITLE TO BO-DUP-CAND-TITLE
           MOVE SPACES   TO BO-DUP-CAND-AUTHOR
           PERFORM 2890-MATCH-CANDIDATE THRU 2890-EXIT
           IF NOT BO-DUP-MATCHED
               GO TO 2841-EXIT
           END-IF
           PERFORM 2805-SHOW-DUP-HEADING THRU 2805-EXIT
           ADD 1 TO BO-DUP-SUGG-HITS
           DISPLAY "  SUGGEST book " SG-BOOK-ID " " SG-TITLE
                   " - buy " SG-SUGGEST-QTY ", suggested "
                   SG-SUGGEST-DATE.
       2841-EXIT.
           EXIT.

      *****************************************************************
      *  2860-READ-BOOK-AUTHOR - the author of the suggested book,
      *  for an order placed from a suggestion.  Blank when the
      *  catalog cannot be read.
      *****************************************************************
       2860-READ-BOOK-AUTHOR.
           MOVE SPACES TO BO-P-AUTHOR
           OPEN INPUT BookFile
           IF NOT BO-BOOKFILE-OK
               GO TO 2860-EXIT
           END-IF
           MOVE BO-S-BOOK-ID TO BK-BOOK-ID
           READ BookFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BK-BOOK-AUTHOR TO BO-P-AUTHOR
           END-READ
           CLOSE BookFile.
       2860-EXIT.
           EXIT.

      *****************************************************************
      *  2870-LOG-DUP-OVERRIDE - the order went through after a
      *  duplicate warning.  What the check found is appended to
      *  ORDDUP.DAT for ORDDUPRT, and the override goes to SEC-LOG
      *  with the operator who confirmed it.
      *****************************************************************
       2870-LOG-DUP-OVERRIDE.
           ACCEPT BO-DUP-TIME FROM TIME
           OPEN EXTEND DupLogFile
           IF NOT BO-DUPLOG-OK
               OPEN OUTPUT DupLogFile
           END-IF
           IF BO-DUPLOG-OK
               MOVE OR-ORDER-NO           TO OV-ORDER-NO
               MOVE BO-SYSTEM-DATE        TO OV-LOG-DATE
               MOVE BO-DUP-TIME           TO OV-LOG-TIME
               MOVE CO-OPER-ID            TO OV-OPER-ID
               MOVE OR-SUPPLIER (1:5)     TO OV-SUPPLIER
               MOVE OR-ISBN               TO OV-ISBN
               MOVE OR-TITLE              TO OV-TITLE
               MOVE OR-AUTHOR             TO OV-AUTHOR
               MOVE OR-QUANTITY           TO OV-QUANTITY
               MOVE OR-FUND-CODE          TO OV-FUND-CODE
               MOVE BO-DUP-MATCH-TYPE     TO OV-MATCH-TYPE
               MOVE BO-DUP-CATALOG-HITS   TO OV-CATALOG-HITS
               MOVE BO-DUP-FIRST-BOOK-ID  TO OV-FIRST-BOOK-ID
               MOVE BO-DUP-COPIES-OWNED   TO OV-COPIES-OWNED
               MOVE BO-DUP-COPIES-OUT     TO OV-COPIES-OUT
               MOVE BO-DUP-HOLDS          TO OV-HOLDS-WAITING
               MOVE BO-DUP-ORDER-HITS     TO OV-ORDER-HITS
               MOVE BO-DUP-FIRST-ORDER-NO TO OV-FIRST-ORDER-NO
               MOVE BO-DUP-ON-ORDER-QTY   TO OV-ON-ORDER-QTY
               MOVE BO-DUP-SUGG-HITS      TO OV-SUGGEST-HITS
               WRITE OV-DUP-LOG-RECORD
               CLOSE DupLogFile
           ELSE
               DISPLAY "*** ORDDUP.DAT not written - status "
                       BO-DUPLOG-STATUS "."
           END-IF
           MOVE CO-OPER-ID TO SX-OPER-ID
           MOVE "O" TO SX-EVENT-CODE
           MOVE "BOOKORD" TO SX-PROGRAM
           MOVE SPACES TO SX-DETAIL
           STRING "DUPLICATE ORDER " DELIMITED BY SIZE
                  OR-ORDER-NO DELIMITED BY SIZE
                  " PLACED" DELIMITED BY SIZE
                  INTO SX-DETAIL
           END-STRING
           CALL "SEC-LOG" USING SX-SEC-LOG-AREA
           END-CALL.
       2870-EXIT.
           EXIT.

      *****************************************************************
      *  2890-MATCH-CANDIDATE - compare one catalog, order or
      *  suggestion (BO-DUP-CAND-*) with the title being ordered.
      *  Sets BO-DUP-MATCH-SWITCH to I (same ISBN), T (same title,
      *  authors agree or either blank) or N, and keeps the
      *  strongest match seen in BO-DUP-MATCH-TYPE.
      *****************************************************************
       2890-MATCH-CANDIDATE.
           MOVE "N" TO BO-DUP-MATCH-SWITCH
           IF BO-DUP-ISBN NOT = ZEROS
               AND BO-DUP-CAND-ISBN = BO-DUP-ISBN
               SET BO-DUP-ISBN-MATCH TO TRUE
               MOVE "I" TO BO-DUP-MATCH-TYPE
               GO TO 2890-EXIT
           END-IF
           IF BO-DUP-TITLE = SPACES
               GO TO 2890-EXIT
           END-IF
           INSPECT BO-DUP-CAND-TITLE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT BO-DUP-CAND-AUTHOR CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF BO-DUP-CAND-TITLE NOT = BO-DUP-TITLE
               GO TO 2890-EXIT
           END-IF
           IF BO-DUP-AUTHOR = SPACES
               OR BO-DUP-CAND-AUTHOR = SPACES
               OR BO-DUP-CAND-AUTHOR = BO-DUP-AUTHOR
               SET BO-DUP-TITLE-MATCH TO TRUE
               IF BO-DUP-MATCH-TYPE NOT = "I"
                   MOVE "T" TO BO-DUP-MATCH-TYPE
               END-IF
           END-IF.
       2890-EXIT.
           EXIT.
