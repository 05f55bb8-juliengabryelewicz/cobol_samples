       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INVMATCH.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  INVMATCH
      *
      *  Three-way match of the supplier invoices INVENT captured on
      *  INVOICES.DAT against what was ordered and what arrived on
      *  ORDERS.DAT, so invoices stop being checked by eye before
      *  they go to finance.  Every invoice not yet approved is
      *  matched line by line; a line is flagged when
      *
      *      N  the order is not on ORDERS.DAT
      *      S  the order was placed with another supplier
      *      C  the order was cancelled
      *      Q  it bills copies not yet received - billed quantity
      *         plus what approved invoices already billed exceeds
      *         OR-RECEIVED-QTY
      *      P  the unit price differs from the order price by more
      *         than the keyed tolerance percent (blank = 2.00),
      *         both sides converted to local through RATE-SVC when
      *         the currencies differ
      *
      *  A second invoice with the same supplier and invoice number
      *  is held as a duplicate without matching - an approved copy
      *  counts as the original, otherwise the earliest entry does.
      *
      *  An invoice whose lines all match is approved: each order's
      *  OR-INVOICED-QTY is raised by the copies billed, and the
      *  invoice goes on the PAYAPPR.DAT approved-for-payment
      *  extract, closed with a control-total trailer in GLEXTR's
      *  style.  Anything else is held and matched again next run.
      *  Invoices approved earlier the same day are written to the
      *  extract again, so a rerun does not lose them.  Exceptions
      *  are listed on the console; return code 4 when any invoice
      *  is held.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program, introduced with supplier
      *                  invoice matching.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InvoiceFile ASSIGN TO "INVOICES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-INVOICE-KEY
               FILE STATUS IS IX-INVFILE-STATUS.
           SELECT OrderFile ASSIGN TO "ORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-ORDER-NO
               FILE STATUS IS IX-ORDERFILE-STATUS.
           SELECT PayFile ASSIGN TO "PAYAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IX-PAYFILE-STATUS.
           SELECT SortFile ASSIGN TO "INVMATCH.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD InvoiceFile.
       COPY INVCREC.

       FD OrderFile.
       COPY ORDERREC.

       FD PayFile.
       01  IX-PAY-LINE.
           05  IX-P-TYPE             PIC X(01).
       01  IX-PAY-DETAIL REDEFINES IX-PAY-LINE.
           05  FILLER                PIC X(01).
           05  IX-PD-SUPPLIER        PIC X(05).
           05  IX-PD-INVOICE-NO      PIC X(12).
           05  IX-PD-INVOICE-DATE    PIC 9(08).
           05  IX-PD-CURRENCY        PIC X(03).
           05  IX-PD-AMOUNT          PIC 9(07)V99.
           05  IX-PD-LOCAL-AMOUNT    PIC 9(09)V99.
           05  IX-PD-ENTRY-NO        PIC 9(06).
       01  IX-PAY-TRAILER REDEFINES IX-PAY-LINE.
           05  FILLER                PIC X(01).
           05  IX-PT-RUN-DATE        PIC 9(08).
           05  IX-PT-RUN-TIME        PIC 9(08).
           05  IX-PT-LINE-COUNT      PIC 9(07).
           05  IX-PT-TOTAL-AMOUNT    PIC 9(11)V99.

       SD SortFile.
       01  IX-SORT-RECORD.
           05  IX-S-SUPPLIER         PIC X(05).
           05  IX-S-INVOICE-NO       PIC X(12).
           05  IX-S-RANK             PIC X(01).
           05  IX-S-ENTRY-NO         PIC 9(06).

       WORKING-STORAGE SECTION.
       01  IX-INVFILE-STATUS         PIC X(02).
           88  IX-INVFILE-OK         VALUE "00".

       01  IX-ORDERFILE-STATUS       PIC X(02).
           88  IX-ORDERFILE-OK       VALUE "00".

       01  IX-PAYFILE-STATUS         PIC X(02).
           88  IX-PAYFILE-OK         VALUE "00".

       01  IX-INVFILE-EOF-SWITCH     PIC X(01).
           88  IX-INVFILE-EOF        VALUE "Y".

       01  IX-SORTFILE-EOF-SWITCH    PIC X(01).
           88  IX-SORTFILE-EOF       VALUE "Y".

       01  IX-INVFILE-OPEN-SWITCH    PIC X(01) VALUE "N".
           88  IX-INVFILE-OPEN       VALUE "Y".

       01  IX-FOUND-SWITCH           PIC X(01).
           88  IX-RECORD-FOUND       VALUE "Y".

       01  IX-ORDER-SWITCH           PIC X(01).
           88  IX-ORDER-FOUND        VALUE "Y".

       01  IX-RATE-SWITCH            PIC X(01).
           88  IX-RATE-OK            VALUE "Y".

       01  IX-RUN-DATE               PIC 9(08).
       01  IX-TOLERANCE-ENTRY        PIC X(05).
       01  IX-TOLERANCE-N REDEFINES IX-TOLERANCE-ENTRY
                                     PIC 9(03)V99.
       01  IX-TOLERANCE              PIC 9(03)V99.

       01  IX-PRIOR-SUPPLIER         PIC X(05).
       01  IX-PRIOR-INVOICE-NO       PIC X(12).
       01  IX-PRIOR-ENTRY-NO         PIC 9(06).

       01  IX-HEADER-SAVE.
           05  IX-H-ENTRY-NO         PIC 9(06).
           05  IX-H-LINE-NO          PIC 9(03).
           05  IX-H-SUPPLIER         PIC X(05).
           05  IX-H-INVOICE-NO       PIC X(12).
           05  IX-H-INVOICE-DATE     PIC 9(08).
           05  IX-H-CURRENCY         PIC X(03).
           05  IX-H-LINE-COUNT       PIC 9(03).
           05  FILLER                PIC X(39).

       01  IX-LINE-NO                PIC 9(03).
       01  IX-EXCEPTION-COUNT        PIC 9(03).
       01  IX-RECEIVED-QTY           PIC 9(03).
       01  IX-INVOICED-QTY           PIC 9(03).
       01  IX-BILLED-TOTAL-QTY       PIC 9(04).

       01  IX-WORK-CURRENCY          PIC X(03).
       01  IX-WORK-AMOUNT            PIC 9(09)V99.
       01  IX-ORDER-PRICE-L          PIC 9(09)V99.
       01  IX-BILLED-PRICE-L         PIC 9(09)V99.
       01  IX-PRICE-VARIANCE         PIC 9(09)V99.
       01  IX-VARIANCE-LIMIT         PIC 9(11)V9(04).

       01  IX-MATCHED-COUNT          PIC 9(05) VALUE ZEROS.
       01  IX-HELD-COUNT             PIC 9(05) VALUE ZEROS.
       01  IX-DUPLICATE-COUNT        PIC 9(05) VALUE ZEROS.
       01  IX-PAY-COUNT              PIC 9(07) VALUE ZEROS.
       01  IX-PAY-TOTAL              PIC 9(11)V99 VALUE ZEROS.

       COPY RUNDATE.

       COPY RATESVCA.

       01  IX-HEADING-1.
           05  FILLER                PIC X(10) VALUE "INVMATCH".
           05  FILLER                PIC X(30) VALUE
               "INVOICE MATCHING EXCEPTIONS".
           05  FILLER                PIC X(10) VALUE "RUN DATE:".
           05  IX-H1-DATE            PIC X(10).

       01  IX-INVOICE-LINE.
           05  FILLER                PIC X(06) VALUE "Entry ".
           05  IX-IL-ENTRY-NO        PIC 9(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  IX-IL-SUPPLIER        PIC X(05).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  IX-IL-INVOICE-NO      PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  IX-IL-INVOICE-DATE    PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  IX-IL-TEXT            PIC X(30).

       01  IX-EXCEPTION-LINE.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  IX-XL-LINE-NO         PIC 9(03).
           05  FILLER                PIC X(07) VALUE " Order ".
           05  IX-XL-ORDER-NO        PIC 9(06).
           05  FILLER                PIC X(05) VALUE " Qty ".
           05  IX-XL-QTY             PIC ZZ9.
           05  FILLER                PIC X(03) VALUE " @ ".
           05  IX-XL-PRICE           PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  IX-XL-TEXT            PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZEROS
               SORT SortFile
                   ON ASCENDING KEY IX-S-SUPPLIER
                   ON ASCENDING KEY IX-S-INVOICE-NO
                   ON ASCENDING KEY IX-S-RANK
                   ON ASCENDING KEY IX-S-ENTRY-NO
                   INPUT PROCEDURE IS 2000-RELEASE-INVOICES
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-MATCH-INVOICES
                       THRU 3000-EXIT
               PERFORM 4000-TERMINATE THRU 4000-EXIT
           END-IF
           GOBACK.

       1000-INITIALIZE.
           ACCEPT IX-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "Price tolerance percent (5 digits, 2 implied"
           DISPLAY "decimals - blank = 2.00) : " WITH NO ADVANCING
           ACCEPT IX-TOLERANCE-ENTRY
           IF IX-TOLERANCE-ENTRY = SPACES
               MOVE 2.00 TO IX-TOLERANCE
           ELSE
               IF IX-TOLERANCE-N NOT NUMERIC
                   DISPLAY "Tolerance must be keyed as five digits."
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
               MOVE IX-TOLERANCE-N TO IX-TOLERANCE
           END-IF
           OPEN I-O OrderFile
           IF NOT IX-ORDERFILE-OK
               DISPLAY "ORDERS.DAT OPEN failed - status "
                       IX-ORDERFILE-STATUS " - nothing matched."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT PayFile
           IF NOT IX-PAYFILE-OK
               DISPLAY "PAYAPPR.DAT OPEN failed - status "
                       IX-PAYFILE-STATUS "."
               CLOSE OrderFile
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO IX-PRIOR-SUPPLIER IX-PRIOR-INVOICE-NO
           MOVE ZEROS TO IX-PRIOR-ENTRY-NO
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           MOVE RD-RUN-DATE-DISPLAY TO IX-H1-DATE
           DISPLAY IX-HEADING-1
           DISPLAY SPACES.
       1000-EXIT.
           EXIT.

      *  Every invoice header goes to the sort, approved ones too -
      *  they are what a later copy is a duplicate of.  An approved
      *  invoice ranks ahead of any unapproved one with the same
      *  supplier and number.
       2000-RELEASE-INVOICES.
           MOVE "N" TO IX-INVFILE-EOF-SWITCH
           OPEN INPUT InvoiceFile
           IF NOT IX-INVFILE-OK
               DISPLAY "INVOICES.DAT OPEN failed - status "
                       IX-INVFILE-STATUS " (see INVENT)."
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-RELEASE-ONE-INVOICE THRU 2100-EXIT
               UNTIL IX-INVFILE-EOF
           CLOSE InvoiceFile.
       2000-EXIT.
           EXIT.

       2100-RELEASE-ONE-INVOICE.
           READ InvoiceFile NEXT RECORD
               AT END
                   SET IX-INVFILE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF IV-CONTROL-ENTRY
               OR NOT IV-HEADER-LINE
               GO TO 2100-EXIT
           END-IF
           MOVE IV-SUPPLIER-CODE TO IX-S-SUPPLIER
           MOVE IV-INVOICE-NO    TO IX-S-INVOICE-NO
           MOVE IV-ENTRY-NO      TO IX-S-ENTRY-NO
           IF IV-APPROVED
               MOVE "0" TO IX-S-RANK
           ELSE
               MOVE "1" TO IX-S-RANK
           END-IF
           RELEASE IX-SORT-RECORD.
       2100-EXIT.
           EXIT.

       3000-MATCH-INVOICES.
           MOVE "N" TO IX-SORTFILE-EOF-SWITCH
           OPEN I-O InvoiceFile
           IF IX-INVFILE-OK
               SET IX-INVFILE-OPEN TO TRUE
           ELSE
               SET IX-SORTFILE-EOF TO TRUE
           END-IF
           PERFORM 3100-MATCH-ONE-INVOICE THRU 3100-EXIT
               UNTIL IX-SORTFILE-EOF
           IF IX-INVFILE-OPEN
               CLOSE InvoiceFile
           END-IF.
       3000-EXIT.
           EXIT.

       3100-MATCH-ONE-INVOICE.
           RETURN SortFile
               AT END
                   SET IX-SORTFILE-EOF TO TRUE
                   GO TO 3100-EXIT
           END-RETURN
           MOVE IX-S-ENTRY-NO TO IV-ENTRY-NO
           MOVE ZEROS TO IV-LINE-NO
           MOVE "N" TO IX-FOUND-SWITCH
           READ InvoiceFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO IX-FOUND-SWITCH
           END-READ
           IF NOT IX-RECORD-FOUND
               GO TO 3100-EXIT
           END-IF
           MOVE IV-INVOICE-RECORD TO IX-HEADER-SAVE
           IF IX-S-SUPPLIER = IX-PRIOR-SUPPLIER
               AND IX-S-INVOICE-NO = IX-PRIOR-INVOICE-NO
               IF NOT IV-APPROVED
                   PERFORM 3150-HOLD-DUPLICATE THRU 3150-EXIT
               END-IF
               GO TO 3100-EXIT
           END-IF
           MOVE IX-S-SUPPLIER   TO IX-PRIOR-SUPPLIER
           MOVE IX-S-INVOICE-NO TO IX-PRIOR-INVOICE-NO
           MOVE IX-S-ENTRY-NO   TO IX-PRIOR-ENTRY-NO
           IF IV-APPROVED
               IF IV-MATCH-DATE = IX-RUN-DATE
                   PERFORM 3500-WRITE-PAYMENT THRU 3500-EXIT
               END-IF
               GO TO 3100-EXIT
           END-IF
           MOVE ZEROS TO IX-EXCEPTION-COUNT
           MOVE 1 TO IX-LINE-NO
           PERFORM 3200-MATCH-ONE-LINE THRU 3200-EXIT
               UNTIL IX-LINE-NO > IX-H-LINE-COUNT
           IF IX-EXCEPTION-COUNT = ZEROS
               MOVE 1 TO IX-LINE-NO
               PERFORM 3300-INVOICE-ONE-ORDER THRU 3300-EXIT
                   UNTIL IX-LINE-NO > IX-H-LINE-COUNT
               MOVE IX-HEADER-SAVE TO IV-INVOICE-RECORD
               MOVE "A" TO IV-INVOICE-STATUS
               MOVE SPACE TO IV-HOLD-REASON
               ADD 1 TO IX-MATCHED-COUNT
           ELSE
               MOVE IX-HEADER-SAVE TO IV-INVOICE-RECORD
               MOVE "H" TO IV-INVOICE-STATUS
               MOVE "L" TO IV-HOLD-REASON
               ADD 1 TO IX-HELD-COUNT
           END-IF
           MOVE IX-RUN-DATE TO IV-MATCH-DATE
           REWRITE IV-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "Invoice entry " IV-ENTRY-NO
                           " not rewritten."
                   GO TO 3100-EXIT
           END-REWRITE
           IF IV-APPROVED
               PERFORM 3500-WRITE-PAYMENT THRU 3500-EXIT
           ELSE
               DISPLAY "    Invoice held - " IX-EXCEPTION-COUNT
                       " line exception(s)."
           END-IF.
       3100-EXIT.
           EXIT.

       3150-HOLD-DUPLICATE.
           MOVE "H" TO IV-INVOICE-STATUS
           MOVE "D" TO IV-HOLD-REASON
           MOVE IX-RUN-DATE TO IV-MATCH-DATE
           REWRITE IV-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "Invoice entry " IV-ENTRY-NO
                           " not rewritten."
                   GO TO 3150-EXIT
           END-REWRITE
           ADD 1 TO IX-HELD-COUNT
           ADD 1 TO IX-DUPLICATE-COUNT
           PERFORM 3400-LIST-INVOICE THRU 3400-EXIT
           DISPLAY "    Duplicate of entry " IX-PRIOR-ENTRY-NO
                   " - not matched.".
       3150-EXIT.
           EXIT.

      *****************************************************************
      *  3200-MATCH-ONE-LINE - the three-way check of one billed
      *  order.  The first test that fails is the one recorded on
      *  the line.  An order from before OR-RECEIVED-QTY existed
      *  counts as fully received once its status is R.
      *****************************************************************
       3200-MATCH-ONE-LINE.
           MOVE IX-H-ENTRY-NO TO IV-ENTRY-NO
           MOVE IX-LINE-NO TO IV-LINE-NO
           READ InvoiceFile
               INVALID KEY
                   ADD 1 TO IX-EXCEPTION-COUNT
                   IF IX-EXCEPTION-COUNT = 1
                       PERFORM 3400-LIST-INVOICE THRU 3400-EXIT
                   END-IF
                   DISPLAY "    " IX-LINE-NO " line missing from"
                           " INVOICES.DAT"
                   GO TO 3200-NEXT
           END-READ
           MOVE IV-ORDER-NO TO OR-ORDER-NO
           MOVE "N" TO IX-ORDER-SWITCH
           READ OrderFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO IX-ORDER-SWITCH
           END-READ
           MOVE "M" TO IV-LINE-RESULT
           IF NOT IX-ORDER-FOUND
               MOVE "N" TO IV-LINE-RESULT
               GO TO 3200-RESULT
           END-IF
           IF OR-SUPPLIER (1:5) NOT = IX-H-SUPPLIER
               MOVE "S" TO IV-LINE-RESULT
               GO TO 3200-RESULT
           END-IF
           IF OR-CANCELLED
               MOVE "C" TO IV-LINE-RESULT
               GO TO 3200-RESULT
           END-IF
           IF OR-RECEIVED-QTY IS NUMERIC
               MOVE OR-RECEIVED-QTY TO IX-RECEIVED-QTY
           ELSE
               IF OR-RECEIVED
                   MOVE OR-QUANTITY TO IX-RECEIVED-QTY
               ELSE
                   MOVE ZEROS TO IX-RECEIVED-QTY
               END-IF
           END-IF
           IF OR-INVOICED-QTY IS NUMERIC
               MOVE OR-INVOICED-QTY TO IX-INVOICED-QTY
           ELSE
               MOVE ZEROS TO IX-INVOICED-QTY
           END-IF
           ADD IX-INVOICED-QTY IV-BILLED-QTY
               GIVING IX-BILLED-TOTAL-QTY
           IF IX-BILLED-TOTAL-QTY > IX-RECEIVED-QTY
               MOVE "Q" TO IV-LINE-RESULT
               GO TO 3200-RESULT
           END-IF
           PERFORM 3250-CHECK-PRICE THRU 3250-EXIT.
       3200-RESULT.
           REWRITE IV-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "Invoice entry " IV-ENTRY-NO " line "
                           IX-LINE-NO " not rewritten."
           END-REWRITE
           IF NOT IV-LINE-MATCHED
               ADD 1 TO IX-EXCEPTION-COUNT
               PERFORM 3260-LIST-EXCEPTION THRU 3260-EXIT
           END-IF.
       3200-NEXT.
           ADD 1 TO IX-LINE-NO.
       3200-EXIT.
           EXIT.

      *  Same currency compares as keyed; otherwise both prices go
      *  to local through RATE-SVC at the run date, and a price
      *  that cannot be converted cannot be proved, so it holds.
       3250-CHECK-PRICE.
           IF OR-CURRENCY = IX-H-CURRENCY
               MOVE OR-PRICE TO IX-ORDER-PRICE-L
               MOVE IV-BILLED-PRICE TO IX-BILLED-PRICE-L
           ELSE
               MOVE OR-PRICE TO IX-WORK-AMOUNT
               MOVE OR-CURRENCY TO IX-WORK-CURRENCY
               PERFORM 8000-CONVERT-AMOUNT THRU 8000-EXIT
               IF NOT IX-RATE-OK
                   MOVE "P" TO IV-LINE-RESULT
                   GO TO 3250-EXIT
               END-IF
               MOVE IX-WORK-AMOUNT TO IX-ORDER-PRICE-L
               MOVE IV-BILLED-PRICE TO IX-WORK-AMOUNT
               MOVE IX-H-CURRENCY TO IX-WORK-CURRENCY
               PERFORM 8000-CONVERT-AMOUNT THRU 8000-EXIT
               IF NOT IX-RATE-OK
                   MOVE "P" TO IV-LINE-RESULT
                   GO TO 3250-EXIT
               END-IF
               MOVE IX-WORK-AMOUNT TO IX-BILLED-PRICE-L
           END-IF
           IF IX-BILLED-PRICE-L > IX-ORDER-PRICE-L
               SUBTRACT IX-ORDER-PRICE-L FROM IX-BILLED-PRICE-L
                   GIVING IX-PRICE-VARIANCE
           ELSE
               SUBTRACT IX-BILLED-PRICE-L FROM IX-ORDER-PRICE-L
                   GIVING IX-PRICE-VARIANCE
           END-IF
           COMPUTE IX-VARIANCE-LIMIT =
               IX-ORDER-PRICE-L * IX-TOLERANCE / 100
           IF IX-PRICE-VARIANCE > IX-VARIANCE-LIMIT
               MOVE "P" TO IV-LINE-RESULT
           END-IF.
       3250-EXIT.
           EXIT.

       3260-LIST-EXCEPTION.
           IF IX-EXCEPTION-COUNT = 1
               PERFORM 3400-LIST-INVOICE THRU 3400-EXIT
           END-IF
           MOVE IX-LINE-NO      TO IX-XL-LINE-NO
           MOVE IV-ORDER-NO     TO IX-XL-ORDER-NO
           MOVE IV-BILLED-QTY   TO IX-XL-QTY
           MOVE IV-BILLED-PRICE TO IX-XL-PRICE
           EVALUATE TRUE
               WHEN IV-LINE-NO-ORDER
                   MOVE "ORDER NOT ON FILE" TO IX-XL-TEXT
               WHEN IV-LINE-WRONG-SUPPLIER
                   MOVE "ORDER IS WITH ANOTHER SUPPLIER"
                       TO IX-XL-TEXT
               WHEN IV-LINE-CANCELLED
                   MOVE "ORDER WAS CANCELLED" TO IX-XL-TEXT
               WHEN IV-LINE-NOT-RECEIVED
                   MOVE "BILLED BUT NOT RECEIVED" TO IX-XL-TEXT
               WHEN IV-LINE-PRICE-VARIANCE
                   MOVE "PRICE OUTSIDE TOLERANCE" TO IX-XL-TEXT
           END-EVALUATE
           DISPLAY IX-EXCEPTION-LINE
           IF IV-LINE-NOT-RECEIVED
               DISPLAY "        received " IX-RECEIVED-QTY
                       ", already invoiced " IX-INVOICED-QTY
           END-IF
           IF IV-LINE-PRICE-VARIANCE
               MOVE OR-PRICE TO IX-XL-PRICE
               DISPLAY "        order price " IX-XL-PRICE " "
                       OR-CURRENCY
           END-IF.
       3260-EXIT.
           EXIT.

       3300-INVOICE-ONE-ORDER.
           MOVE IX-H-ENTRY-NO TO IV-ENTRY-NO
           MOVE IX-LINE-NO TO IV-LINE-NO
           READ InvoiceFile
               INVALID KEY
                   GO TO 3300-NEXT
           END-READ
           MOVE IV-ORDER-NO TO OR-ORDER-NO
           READ OrderFile
               INVALID KEY
                   GO TO 3300-NEXT
           END-READ
           IF OR-INVOICED-QTY NOT NUMERIC
               MOVE ZEROS TO OR-INVOICED-QTY
           END-IF
           ADD IV-BILLED-QTY TO OR-INVOICED-QTY
           REWRITE OR-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Order " OR-ORDER-NO " not rewritten -"
                           " invoiced quantity not raised."
           END-REWRITE.
       3300-NEXT.
           ADD 1 TO IX-LINE-NO.
       3300-EXIT.
           EXIT.

       3400-LIST-INVOICE.
           MOVE IX-H-ENTRY-NO     TO IX-IL-ENTRY-NO
           MOVE IX-H-SUPPLIER     TO IX-IL-SUPPLIER
           MOVE IX-H-INVOICE-NO   TO IX-IL-INVOICE-NO
           MOVE IX-H-INVOICE-DATE TO IX-IL-INVOICE-DATE
           MOVE "HELD" TO IX-IL-TEXT
           DISPLAY IX-INVOICE-LINE.
       3400-EXIT.
           EXIT.

       3500-WRITE-PAYMENT.
           MOVE IV-INVOICE-TOTAL TO IX-WORK-AMOUNT
           MOVE IV-CURRENCY TO IX-WORK-CURRENCY
           PERFORM 8000-CONVERT-AMOUNT THRU 8000-EXIT
           IF NOT IX-RATE-OK
               DISPLAY "*** NO RATE FOR " IV-CURRENCY " - ENTRY "
                       IV-ENTRY-NO " EXTRACTED UNCONVERTED ***"
           END-IF
           MOVE SPACES TO IX-PAY-LINE
           MOVE "D" TO IX-P-TYPE
           MOVE IV-SUPPLIER-CODE TO IX-PD-SUPPLIER
           MOVE IV-INVOICE-NO    TO IX-PD-INVOICE-NO
           MOVE IV-INVOICE-DATE  TO IX-PD-INVOICE-DATE
           MOVE IV-CURRENCY      TO IX-PD-CURRENCY
           MOVE IV-INVOICE-TOTAL TO IX-PD-AMOUNT
           MOVE IX-WORK-AMOUNT   TO IX-PD-LOCAL-AMOUNT
           MOVE IV-ENTRY-NO      TO IX-PD-ENTRY-NO
           WRITE IX-PAY-LINE
           ADD 1 TO IX-PAY-COUNT
           ADD IX-WORK-AMOUNT TO IX-PAY-TOTAL.
       3500-EXIT.
           EXIT.

       4000-TERMINATE.
           MOVE SPACES TO IX-PAY-LINE
           MOVE "T" TO IX-P-TYPE
           MOVE IX-RUN-DATE TO IX-PT-RUN-DATE
           ACCEPT IX-PT-RUN-TIME FROM TIME
           MOVE IX-PAY-COUNT TO IX-PT-LINE-COUNT
           MOVE IX-PAY-TOTAL TO IX-PT-TOTAL-AMOUNT
           WRITE IX-PAY-LINE
           CLOSE PayFile
           CLOSE OrderFile
           DISPLAY SPACES
           DISPLAY "INVMATCH - " IX-MATCHED-COUNT " approved, "
                   IX-HELD-COUNT " held (" IX-DUPLICATE-COUNT
                   " duplicate)."
           DISPLAY "Payment lines: " IX-PAY-COUNT ", total "
                   IX-PAY-TOTAL " - trailer written."
           IF IX-HELD-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

      *  A blank currency is already local; with no rate on file
      *  the amount is left as it was and IX-RATE-OK is off.
       8000-CONVERT-AMOUNT.
           MOVE "Y" TO IX-RATE-SWITCH
           IF IX-WORK-CURRENCY = SPACES
               GO TO 8000-EXIT
           END-IF
           MOVE IX-WORK-CURRENCY TO RS-CURRENCY
           MOVE IX-RUN-DATE TO RS-AS-OF-DATE
           CALL "RATE-SVC" USING RS-RATE-SVC-AREA
           END-CALL
           IF RS-STATUS = "00"
               COMPUTE IX-WORK-AMOUNT ROUNDED =
                   IX-WORK-AMOUNT * RS-RATE
                   ON SIZE ERROR
                       MOVE "N" TO IX-RATE-SWITCH
               END-COMPUTE
           ELSE
               MOVE "N" TO IX-RATE-SWITCH
           END-IF.
       8000-EXIT.
           EXIT.
