      *****************************************************************
      *  GIFTLOT.CPY
      *
      *  One donation lot on GIFTLOT.DAT, keyed on the lot number
      *  written on the box when it comes in - who gave it, when,
      *  at which branch, how many items it held, and how those
      *  items have been sorted so far: added to the collection
      *  (through the BOOKMNT.DAT bridge), passed to the book sale,
      *  or discarded.  A lot is sorted when the three counts add up
      *  to the items received.  Written and updated by GIFTINT,
      *  which stamps GA-ACK-DATE when it prints the donor's
      *  acknowledgment; GIFTRPT totals the year by donor.  COPY
      *  this member into the FD for GiftLotFile.
      *
      *  GA-ADDED-VALUE is the estimated value of the items added,
      *  as keyed item by item at intake; GA-SALE-AMOUNT what the
      *  book sale took for the rest.  Together they are the value
      *  the donations statement gives for the lot.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with gift-book
      *                  intake.
      *****************************************************************
       01  GA-GIFT-LOT-RECORD.
           05  GA-LOT-NO                   PIC 9(06).
           05  GA-DONOR-NO                 PIC 9(06).
           05  GA-RECEIVED-DATE            PIC 9(08).
           05  GA-BRANCH                   PIC X(03).
           05  GA-ITEM-COUNT               PIC 9(04).
           05  GA-ADDED-COUNT              PIC 9(04).
           05  GA-SOLD-COUNT               PIC 9(04).
           05  GA-DISCARD-COUNT            PIC 9(04).
           05  GA-ADDED-VALUE              PIC 9(07)V99.
           05  GA-SALE-AMOUNT              PIC 9(07)V99.
           05  GA-RECEIVED-BY              PIC X(08).
           05  GA-ACK-DATE                 PIC 9(08).
