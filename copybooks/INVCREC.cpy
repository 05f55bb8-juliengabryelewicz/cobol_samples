      *****************************************************************
      *  INVCREC.CPY
      *
      *  One record of a supplier invoice on INVOICES.DAT, keyed on
      *  the entry number INVENT assigns and a line number.  Three
      *  views of the same body, told apart by the key:
      *
      *      entry 000000       control record - the last entry
      *                         number given out
      *      line 000           invoice header - supplier, the
      *                         supplier's own invoice number, date,
      *                         currency and the match outcome
      *      line 001 onward    one billed order - order number,
      *                         quantity and unit price billed, and
      *                         what INVMATCH found against it
      *
      *  The supplier's invoice number is deliberately not part of
      *  the key, so a second copy of an invoice can be captured and
      *  INVMATCH can flag it as a duplicate instead of the entry
      *  clerk silently re-keying it under another number.
      *
      *  IV-INVOICE-STATUS walks pending -> held or approved; a held
      *  invoice is matched again on the next run (the copies may
      *  have arrived since), an approved one has gone out on the
      *  PAYAPPR.DAT approved-for-payment extract and is never
      *  matched again.  Captured by INVENT and matched by INVMATCH.
      *  COPY this member into the FD for InvoiceFile.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with supplier
      *                  invoice matching.
      *****************************************************************
       01  IV-INVOICE-RECORD.
           05  IV-INVOICE-KEY.
               10  IV-ENTRY-NO             PIC 9(06).
                   88  IV-CONTROL-ENTRY    VALUE ZEROS.
               10  IV-LINE-NO              PIC 9(03).
                   88  IV-HEADER-LINE      VALUE ZEROS.
           05  IV-RECORD-BODY              PIC X(70).
           05  IV-HEADER-BODY REDEFINES IV-RECORD-BODY.
               10  IV-SUPPLIER-CODE        PIC X(05).
               10  IV-INVOICE-NO           PIC X(12).
               10  IV-INVOICE-DATE         PIC 9(08).
               10  IV-CURRENCY             PIC X(03).
               10  IV-LINE-COUNT           PIC 9(03).
               10  IV-INVOICE-TOTAL        PIC 9(07)V99.
               10  IV-INVOICE-STATUS       PIC X(01).
                   88  IV-PENDING          VALUE "P" SPACE.
                   88  IV-HELD             VALUE "H".
                   88  IV-APPROVED         VALUE "A".
               10  IV-HOLD-REASON          PIC X(01).
                   88  IV-HOLD-DUPLICATE   VALUE "D".
                   88  IV-HOLD-LINES       VALUE "L".
               10  IV-ENTRY-DATE           PIC 9(08).
               10  IV-OPER-ID              PIC X(08).
               10  IV-MATCH-DATE           PIC 9(08).
               10  FILLER                  PIC X(04).
           05  IV-LINE-BODY REDEFINES IV-RECORD-BODY.
               10  IV-ORDER-NO             PIC 9(06).
               10  IV-BILLED-QTY           PIC 9(03).
               10  IV-BILLED-PRICE         PIC 9(05)V99.
               10  IV-LINE-RESULT          PIC X(01).
                   88  IV-LINE-UNMATCHED   VALUE SPACE.
                   88  IV-LINE-MATCHED     VALUE "M".
                   88  IV-LINE-NOT-RECEIVED
                                           VALUE "Q".
                   88  IV-LINE-PRICE-VARIANCE
                                           VALUE "P".
                   88  IV-LINE-CANCELLED   VALUE "C".
                   88  IV-LINE-NO-ORDER    VALUE "N".
                   88  IV-LINE-WRONG-SUPPLIER
                                           VALUE "S".
               10  FILLER                  PIC X(53).
           05  IV-CONTROL-BODY REDEFINES IV-RECORD-BODY.
               10  IV-LAST-ENTRY-NO        PIC 9(06).
               10  FILLER                  PIC X(64).
