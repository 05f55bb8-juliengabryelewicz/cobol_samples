       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INVENT.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  INVENT
      *
      *  Supplier invoice entry against INVOICES.DAT, in the style
      *  of BOOKORD's transaction loop.  Transaction A captures one
      *  invoice - supplier code, the supplier's invoice number,
      *  invoice date and currency - and then takes one line per
      *  order billed (order number, quantity and unit price) until
      *  a blank line ends the invoice.  Each invoice gets the next
      *  entry number off the control record; nothing is written
      *  for an invoice with no lines.  Transaction D removes an
      *  invoice keyed in error, as long as INVMATCH has not yet
      *  approved it for payment.
      *
      *  The supplier is checked against SUPPLIER.DAT and the
      *  currency against CURRATES.DAT the way BOOKORD checks them
      *  (each check passes while its file is not on file, and a
      *  blank currency defaults to the supplier's).  Whether the
      *  lines agree with ORDERS.DAT is INVMATCH's job, not this
      *  program's - the clerk keys the invoice as it came.
      *
      *  Transaction layouts (one line, fixed columns):
      *      A Supplier(5) InvoiceNo(12) Date(8) Currency(3)
      *        then lines: OrderNo(6) Qty(3) Price(7)
      *      D eeeeee
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
               FILE STATUS IS IE-INVFILE-STATUS.
           SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-SUPPLIER-CODE
               FILE STATUS IS IE-SUPPFILE-STATUS.
           SELECT CurrencyFile ASSIGN TO "CURRATES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CURRENCY
               FILE STATUS IS IE-CURRFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD InvoiceFile.
       COPY INVCREC.

       FD SupplierFile.
       COPY SUPPREC.

       FD CurrencyFile.
       COPY CURRREC.

       WORKING-STORAGE SECTION.
       01  IE-INVFILE-STATUS         PIC X(02).
           88  IE-INVFILE-OK         VALUE "00".
           88  IE-INVFILE-NEW        VALUE "35".

       01  IE-SUPPFILE-STATUS        PIC X(02).
           88  IE-SUPPFILE-OK        VALUE "00".

       01  IE-CURRFILE-STATUS        PIC X(02).
           88  IE-CURRFILE-OK        VALUE "00".

       01  IE-SUPP-OK-SWITCH         PIC X(01).
           88  IE-SUPP-ON-FILE       VALUE "Y".

       01  IE-CCY-OK-SWITCH          PIC X(01).
           88  IE-CCY-ON-TABLE       VALUE "Y".

       01  IE-FOUND-SWITCH           PIC X(01).
           88  IE-RECORD-FOUND       VALUE "Y".

       01  IE-SUPP-CURRENCY          PIC X(03).
       01  IE-SYSTEM-DATE            PIC 9(08).
       01  IE-LAST-ENTRY-NO          PIC 9(06).
       01  IE-ENTRY-NO               PIC 9(06).
       01  IE-LINE-NO                PIC 9(03).
       01  IE-INVOICE-TOTAL          PIC 9(07)V99.
       01  IE-LINE-VALUE             PIC 9(07)V99.
       01  IE-AMOUNT-DISPLAY         PIC Z,ZZZ,ZZ9.99.

       01  IE-TXN-LINE.
           05  IE-TXN-CODE           PIC X(01).
               88  IE-ADD-TXN        VALUE "A" "a".
               88  IE-DELETE-TXN     VALUE "D" "d".
           05  IE-TXN-TAIL           PIC X(40).
       01  IE-ADD-FIELDS REDEFINES IE-TXN-LINE.
           05  FILLER                PIC X(01).
           05  IE-A-SUPPLIER         PIC X(05).
           05  IE-A-INVOICE-NO       PIC X(12).
           05  IE-A-DATE             PIC 9(08).
           05  IE-A-CURRENCY         PIC X(03).
           05  FILLER                PIC X(12).
       01  IE-DELETE-FIELDS REDEFINES IE-TXN-LINE.
           05  FILLER                PIC X(01).
           05  IE-D-ENTRY-NO         PIC 9(06).
           05  FILLER                PIC X(34).

       01  IE-LINE-ENTRY.
           05  IE-L-ORDER-NO         PIC 9(06).
           05  IE-L-QTY              PIC 9(03).
           05  IE-L-PRICE            PIC 9(05)V99.
           05  FILLER                PIC X(20).

       COPY DATESVCA.

       COPY CURROPER.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF IE-INVFILE-OK
               DISPLAY "Enter invoice transactions below.  Enter no"
               DISPLAY "data to end."
               PERFORM 2000-GET-INVOICE-TXN THRU 2000-EXIT
               PERFORM 2100-PROCESS-INVOICE-TXN THRU 2100-EXIT
                   UNTIL IE-TXN-LINE = SPACES
               CLOSE InvoiceFile
           END-IF
           GOBACK.

      *  The control record (entry 000000) carries the last entry
      *  number given out; a new file starts one at zero.
       1000-INITIALIZE.
           ACCEPT IE-SYSTEM-DATE FROM DATE YYYYMMDD
           CALL "GETOPER" USING CO-CURRENT-OPER-AREA
           END-CALL
           OPEN I-O InvoiceFile
           IF IE-INVFILE-NEW
               OPEN OUTPUT InvoiceFile
               CLOSE InvoiceFile
               OPEN I-O InvoiceFile
           END-IF
           IF NOT IE-INVFILE-OK
               DISPLAY "INVOICES.DAT OPEN failed - status "
                       IE-INVFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE ZEROS TO IV-INVOICE-KEY
           READ InvoiceFile
               INVALID KEY
                   MOVE SPACES TO IV-RECORD-BODY
                   MOVE ZEROS TO IV-LAST-ENTRY-NO
                   WRITE IV-INVOICE-RECORD
                   END-WRITE
           END-READ
           MOVE IV-LAST-ENTRY-NO TO IE-LAST-ENTRY-NO.
       1000-EXIT.
           EXIT.

       2000-GET-INVOICE-TXN.
           DISPLAY "Enter - Txn(A/D); for A: Supplier, InvoiceNo,"
           DISPLAY "Date (YYYYMMDD), Currency; for D: EntryNo"
           DISPLAY "TSSSSSIIIIIIIIIIIIDDDDDDDDCCC"
           ACCEPT  IE-TXN-LINE.
       2000-EXIT.
           EXIT.

       2100-PROCESS-INVOICE-TXN.
           EVALUATE TRUE
               WHEN IE-ADD-TXN
                   PERFORM 2200-ADD-INVOICE THRU 2200-EXIT
               WHEN IE-DELETE-TXN
                   PERFORM 2400-DELETE-INVOICE THRU 2400-EXIT
               WHEN OTHER
                   DISPLAY "Unknown transaction code - ignored."
           END-EVALUATE
           PERFORM 2000-GET-INVOICE-TXN THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

       2200-ADD-INVOICE.
           IF IE-A-SUPPLIER = SPACES
               DISPLAY "Supplier code must not be blank."
               GO TO 2200-EXIT
           END-IF
           IF IE-A-INVOICE-NO = SPACES
               DISPLAY "Invoice number must not be blank."
               GO TO 2200-EXIT
           END-IF
           PERFORM 2250-CHECK-SUPPLIER THRU 2250-EXIT
           IF NOT IE-SUPP-ON-FILE
               DISPLAY "Supplier " IE-A-SUPPLIER " is not on the"
                       " supplier master - see SUPPMNT."
               GO TO 2200-EXIT
           END-IF
           IF IE-A-DATE NOT NUMERIC
               DISPLAY "Invoice date must be keyed as YYYYMMDD."
               GO TO 2200-EXIT
           END-IF
           MOVE "V" TO DS-FUNCTION
           MOVE IE-A-DATE TO DS-DATE-1
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           IF DS-STATUS NOT = "00"
               OR IE-A-DATE > IE-SYSTEM-DATE
               DISPLAY "Invoice date " IE-A-DATE " is not a valid"
                       " date on or before today."
               GO TO 2200-EXIT
           END-IF
           IF IE-A-CURRENCY = SPACES
               MOVE IE-SUPP-CURRENCY TO IE-A-CURRENCY
           END-IF
           PERFORM 2260-CHECK-CURRENCY THRU 2260-EXIT
           IF NOT IE-CCY-ON-TABLE
               DISPLAY "Currency " IE-A-CURRENCY " is not on the"
                       " rate file - see CURRMNT."
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO IE-LAST-ENTRY-NO GIVING IE-ENTRY-NO
           MOVE ZEROS TO IE-LINE-NO
           MOVE ZEROS TO IE-INVOICE-TOTAL
           DISPLAY "Invoice lines - OrderNo, Qty, Price (7 digits,"
           DISPLAY "2 implied decimals).  Enter no data to end."
           DISPLAY "OOOOOOQQQPPPPPPP"
           PERFORM 2310-GET-INVOICE-LINE THRU 2310-EXIT
           PERFORM 2300-ADD-INVOICE-LINE THRU 2300-EXIT
               UNTIL IE-LINE-ENTRY = SPACES
           IF IE-LINE-NO = ZEROS
               DISPLAY "No lines keyed - invoice not captured."
               GO TO 2200-EXIT
           END-IF
           MOVE IE-ENTRY-NO      TO IV-ENTRY-NO
           MOVE ZEROS            TO IV-LINE-NO
           MOVE SPACES           TO IV-RECORD-BODY
           MOVE IE-A-SUPPLIER    TO IV-SUPPLIER-CODE
           MOVE IE-A-INVOICE-NO  TO IV-INVOICE-NO
           MOVE IE-A-DATE        TO IV-INVOICE-DATE
           MOVE IE-A-CURRENCY    TO IV-CURRENCY
           MOVE IE-LINE-NO       TO IV-LINE-COUNT
           MOVE IE-INVOICE-TOTAL TO IV-INVOICE-TOTAL
           MOVE "P"              TO IV-INVOICE-STATUS
           MOVE SPACE            TO IV-HOLD-REASON
           MOVE IE-SYSTEM-DATE   TO IV-ENTRY-DATE
           MOVE CO-OPER-ID       TO IV-OPER-ID
           MOVE ZEROS            TO IV-MATCH-DATE
           WRITE IV-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "Invoice entry " IE-ENTRY-NO " already on"
                           " file - not captured."
                   GO TO 2200-EXIT
           END-WRITE
           MOVE IE-ENTRY-NO TO IE-LAST-ENTRY-NO
           MOVE ZEROS TO IV-INVOICE-KEY
           MOVE SPACES TO IV-RECORD-BODY
           MOVE IE-LAST-ENTRY-NO TO IV-LAST-ENTRY-NO
           REWRITE IV-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "INVOICES.DAT control record not"
                           " rewritten."
           END-REWRITE
           MOVE IE-INVOICE-TOTAL TO IE-AMOUNT-DISPLAY
           DISPLAY "Invoice " IE-A-INVOICE-NO " captured as entry "
                   IE-ENTRY-NO " - " IE-LINE-NO " line(s), "
                   IE-AMOUNT-DISPLAY " " IE-A-CURRENCY ".".
       2200-EXIT.
           EXIT.

      *  The supplier keys against the SUPPLIER.DAT master on its
      *  short code; with the master not on file every code passes
      *  and no default currency is picked up, matching BOOKORD.
       2250-CHECK-SUPPLIER.
           MOVE "N" TO IE-SUPP-OK-SWITCH
           MOVE SPACES TO IE-SUPP-CURRENCY
           OPEN INPUT SupplierFile
           IF NOT IE-SUPPFILE-OK
               MOVE "Y" TO IE-SUPP-OK-SWITCH
               GO TO 2250-EXIT
           END-IF
           MOVE IE-A-SUPPLIER TO SP-SUPPLIER-CODE
           READ SupplierFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO IE-SUPP-OK-SWITCH
                   MOVE SP-CURRENCY TO IE-SUPP-CURRENCY
           END-READ
           CLOSE SupplierFile.
       2250-EXIT.
           EXIT.

       2260-CHECK-CURRENCY.
           MOVE "N" TO IE-CCY-OK-SWITCH
           IF IE-A-CURRENCY = SPACES
               MOVE "Y" TO IE-CCY-OK-SWITCH
               GO TO 2260-EXIT
           END-IF
           OPEN INPUT CurrencyFile
           IF NOT IE-CURRFILE-OK
               MOVE "Y" TO IE-CCY-OK-SWITCH
               GO TO 2260-EXIT
           END-IF
           MOVE IE-A-CURRENCY TO CR-CURRENCY
           READ CurrencyFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO IE-CCY-OK-SWITCH
           END-READ
           CLOSE CurrencyFile.
       2260-EXIT.
           EXIT.

       2300-ADD-INVOICE-LINE.
           IF IE-L-ORDER-NO NOT NUMERIC
               OR IE-L-ORDER-NO = ZEROS
               DISPLAY "Order number must be six digits - line"
                       " ignored."
               GO TO 2300-NEXT
           END-IF
           IF IE-L-QTY NOT NUMERIC
               OR IE-L-QTY = ZEROS
               DISPLAY "Quantity must be three digits, not zero -"
                       " line ignored."
               GO TO 2300-NEXT
           END-IF
           IF IE-L-PRICE NOT NUMERIC
               DISPLAY "Price must be seven digits - line ignored."
               GO TO 2300-NEXT
           END-IF
           IF IE-LINE-NO = 999
               DISPLAY "An invoice holds at most 999 lines - line"
                       " ignored."
               GO TO 2300-NEXT
           END-IF
           ADD 1 TO IE-LINE-NO
           MOVE IE-ENTRY-NO   TO IV-ENTRY-NO
           MOVE IE-LINE-NO    TO IV-LINE-NO
           MOVE SPACES        TO IV-RECORD-BODY
           MOVE IE-L-ORDER-NO TO IV-ORDER-NO
           MOVE IE-L-QTY      TO IV-BILLED-QTY
           MOVE IE-L-PRICE    TO IV-BILLED-PRICE
           MOVE SPACE         TO IV-LINE-RESULT
           WRITE IV-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "Invoice line " IE-LINE-NO " already on"
                           " file - line ignored."
                   SUBTRACT 1 FROM IE-LINE-NO
                   GO TO 2300-NEXT
           END-WRITE
           COMPUTE IE-LINE-VALUE = IE-L-QTY * IE-L-PRICE
           ADD IE-LINE-VALUE TO IE-INVOICE-TOTAL.
       2300-NEXT.
           PERFORM 2310-GET-INVOICE-LINE THRU 2310-EXIT.
       2300-EXIT.
           EXIT.

       2310-GET-INVOICE-LINE.
           ACCEPT IE-LINE-ENTRY.
       2310-EXIT.
           EXIT.

      *  Only an invoice not yet approved for payment may go - once
      *  it is on the PAYAPPR.DAT extract finance owns it.
       2400-DELETE-INVOICE.
           IF IE-D-ENTRY-NO NOT NUMERIC
               OR IE-D-ENTRY-NO = ZEROS
               DISPLAY "Entry number must be six digits."
               GO TO 2400-EXIT
           END-IF
           MOVE IE-D-ENTRY-NO TO IV-ENTRY-NO
           MOVE ZEROS TO IV-LINE-NO
           MOVE "N" TO IE-FOUND-SWITCH
           READ InvoiceFile
               INVALID KEY
                   DISPLAY "Invoice entry " IE-D-ENTRY-NO
                           " not found."
               NOT INVALID KEY
                   MOVE "Y" TO IE-FOUND-SWITCH
           END-READ
           IF NOT IE-RECORD-FOUND
               GO TO 2400-EXIT
           END-IF
           IF IV-APPROVED
               DISPLAY "Invoice entry " IE-D-ENTRY-NO " is approved"
                       " for payment - not deleted."
               GO TO 2400-EXIT
           END-IF
           MOVE IV-LINE-COUNT TO IE-LINE-NO
           PERFORM 2410-DELETE-ONE-LINE THRU 2410-EXIT
               UNTIL IE-LINE-NO = ZEROS
           MOVE IE-D-ENTRY-NO TO IV-ENTRY-NO
           MOVE ZEROS TO IV-LINE-NO
           DELETE InvoiceFile
               INVALID KEY
                   DISPLAY "Invoice entry " IE-D-ENTRY-NO
                           " not deleted."
               NOT INVALID KEY
                   DISPLAY "Invoice entry " IE-D-ENTRY-NO
                           " removed."
           END-DELETE.
       2400-EXIT.
           EXIT.

       2410-DELETE-ONE-LINE.
           MOVE IE-D-ENTRY-NO TO IV-ENTRY-NO
           MOVE IE-LINE-NO TO IV-LINE-NO
           DELETE InvoiceFile
               INVALID KEY
                   CONTINUE
           END-DELETE
           SUBTRACT 1 FROM IE-LINE-NO.
       2410-EXIT.
           EXIT.
