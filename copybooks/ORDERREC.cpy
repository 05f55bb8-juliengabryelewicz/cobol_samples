      *                  of the record; old records read back blank
      *                  and GLEXTR falls back to the order date
      *                  for them.
      *  2026-10-15  jg  Added OR-FUND-CODE and OR-FISCAL-YEAR - the
      *                  FUNDS.DAT fund the order is charged to (see
      *                  FUNDREC) - and OR-ENCUMBERED, the local-
      *                  currency commitment still standing against
      *                  that fund, relieved by BOOKORD as copies
      *                  arrive or the order is cancelled.  At the
      *                  end of the record; orders from before funds
      *                  read back blank and move no fund.
      *  2026-10-15  jg  Added OR-INVOICED-QTY - the copies already
      *                  billed on supplier invoices INVMATCH has
      *                  approved for payment, so a second invoice
      *                  for the same copies is caught as billed but
      *                  not received.  At the end of the record;
      *                  old records read back blank and are treated
      *                  as nothing yet invoiced.
      *  2026-10-15  jg  Added OR-BACKORDERED - set by BOOKORD on any
      *                  receipt that leaves copies outstanding, and
      *                  never cleared, so SUPPSCR can count orders
      *                  that went to backorder even once they are
      *                  complete.  At the end of the record; old
      *                  records read back blank.
      *  2026-10-15  jg  Added OR-SENT-DATE and OR-SENT-SEQ - the day
      *                  ORDXMIT transmitted the order and the
      *                  sequence number of the supplier file it went
      *                  in - and OR-ACK-CODE and OR-EXPECTED-DATE,
      *                  the supplier's acknowledgment as ORDACK
      *                  imported it.  A supplier cancellation also
      *                  cancels the order.  At the end of the record;
      *                  old records read back blank and are treated
      *                  as never transmitted.
      *  2026-10-15  jg  Added OR-ORDERED-BY, the operator signed on
      *                  (GETOPER) when BOOKORD placed the order,
      *                  OR-RECEIVED-BY, the operator who keyed the
      *                  latest receipt, and OR-LAST-RECEIPT-DATE.
      *                  Once the ordering operator has received any
      *                  copies OR-RECEIVED-BY keeps that stamp, so a
      *                  later receipt by someone else does not hide
      *                  it from SODRPT.  At the end of the record;
      *                  old records read back blank.
      *  2026-10-15  jg  Added OR-AUTHOR - the author keyed with the
      *                  order, for BOOKORD's duplicate check by
      *                  title and author.  At the end of the record;
      *                  old records read back blank and match on
      *                  ISBN and title alone.
      *****************************************************************
       01  OR-ORDER-RECORD.
           05  OR-ORDER-NO                 PIC 9(06).
               88  OR-CANCELLED            VALUE "C".
           05  OR-RECEIVED-QTY             PIC 9(03).
           05  OR-RECEIVED-DATE            PIC 9(08).
           05  OR-FUND-CODE                PIC X(06).
           05  OR-FISCAL-YEAR              PIC 9(04).
           05  OR-ENCUMBERED               PIC 9(07)V99.
           05  OR-INVOICED-QTY             PIC 9(03).
           05  OR-BACKORDERED              PIC X(01).
               88  OR-WENT-TO-BACKORDER    VALUE "Y".
           05  OR-SENT-DATE                PIC 9(08).
           05  OR-SENT-SEQ                 PIC 9(05).
           05  OR-ACK-CODE                 PIC X(01).
               88  OR-ACK-ACCEPTED         VALUE "A".
               88  OR-ACK-BACKORDERED      VALUE "B".
               88  OR-ACK-SUPP-CANCELLED   VALUE "C".
           05  OR-EXPECTED-DATE            PIC 9(08).
           05  OR-ORDERED-BY               PIC X(08).
           05  OR-RECEIVED-BY              PIC X(08).
           05  OR-LAST-RECEIPT-DATE        PIC 9(08).
           05  OR-AUTHOR                   PIC X(15).
