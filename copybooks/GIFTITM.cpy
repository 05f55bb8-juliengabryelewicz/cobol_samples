      *****************************************************************
      *  GIFTITM.CPY
      *
      *  One sorting decision on a donation lot, appended to the
      *  GIFTITEM.DAT trail by GIFTINT - the item (or batch of like
      *  items) kept for the collection under a new BookId, sold at
      *  the book sale, or discarded, with its value, the date and
      *  the operator.  The trail is what stands behind the counts
      *  on the lot record (see GIFTLOT).  COPY this member into the
      *  FD for GiftItemFile.
      *
      *      disposition  A  added to the collection - GI-BOOK-ID is
      *                      the BookId given it, GI-VALUE the
      *                      estimated value of each copy
      *                   S  sold - GI-VALUE what the sale took for
      *                      the quantity
      *                   D  discarded - no value
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with gift-book
      *                  intake.
      *****************************************************************
       01  GI-GIFT-ITEM-RECORD.
           05  GI-LOT-NO                   PIC 9(06).
           05  GI-DISPOSITION              PIC X(01).
               88  GI-ADDED                VALUE "A".
               88  GI-SOLD                 VALUE "S".
               88  GI-DISCARDED            VALUE "D".
           05  GI-BOOK-ID                  PIC 9(07).
           05  GI-TITLE                    PIC X(30).
           05  GI-QUANTITY                 PIC 9(03).
           05  GI-VALUE                    PIC 9(05)V99.
           05  GI-EVENT-DATE               PIC 9(08).
           05  GI-OPER-ID                  PIC X(08).
