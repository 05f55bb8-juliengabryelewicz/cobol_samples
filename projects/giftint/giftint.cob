       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GIFTINT.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  GIFTINT
      *
      *  Gift-book intake against GIFTLOT.DAT, in the style of
      *  BOOKORD's transaction loop.  A donation arrives as a lot -
      *  L opens it for a donor on the DONORS.DAT master (see
      *  DONRMNT) with the number of items in the box and the
      *  branch it came in at.  Sorting the box then keys each
      *  decision against the lot:
      *
      *      K  keep - the item is given its new BookId and an A
      *         (add) transaction line goes to BOOKMNT.DAT, the way
      *         a BOOKORD receipt does, tagged with the donor number
      *         so the WRITE-FILE edit report shows it as a gift;
      *         its estimated value becomes the catalog price
      *      S  sold at the book sale, with what the sale took
      *      D  discarded
      *
      *  and every decision is appended to the GIFTITEM.DAT trail.
      *  No more items can be sorted than the lot held.  P prints
      *  the donor's acknowledgment letter for the lot on
      *  GIFTACK.RPT and stamps the lot acknowledged; a lot still
      *  being sorted says so on the letter.  GIFTRPT totals the
      *  year by donor for the tax statements.
      *
      *  Transaction layouts (one line, fixed columns):
      *      L llllll DonorNo(6) Items(4) Branch(3)
      *      K llllll BookId(7) Title(30) Year(4) Author(15)
      *               Genre(10) Isbn(13) Value(7) Copies(3)
      *      S llllll Qty(3) Amount(7) Note(30)
      *      D llllll Qty(3) Note(30)
      *      P llllll
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GiftLotFile ASSIGN TO "GIFTLOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-LOT-NO
               FILE STATUS IS GW-LOTFILE-STATUS.
           SELECT DonorFile ASSIGN TO "DONORS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DN-DONOR-NO
               FILE STATUS IS GW-DONRFILE-STATUS.
           SELECT BranchFile ASSIGN TO "BRANCHES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-BRANCH-CODE
               FILE STATUS IS GW-BRNFILE-STATUS.
           SELECT GiftItemFile ASSIGN TO "GIFTITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GW-ITEMFILE-STATUS.
           SELECT MaintTxnFile ASSIGN TO "BOOKMNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GW-MAINTFILE-STATUS.
           SELECT AckFile ASSIGN TO "GIFTACK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GW-ACKFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD GiftLotFile.
       COPY GIFTLOT.

       FD DonorFile.
       COPY DONORREC.

       FD BranchFile.
       COPY BRCHREC.

       FD GiftItemFile.
       COPY GIFTITM.

      *  The WRITE-FILE maintenance line, with the donor number
      *  after the branch.
       FD MaintTxnFile.
       01  GW-MAINT-TXN-RECORD.
           05  GW-MT-TXN-CODE        PIC X(01).
           05  GW-MT-ID              PIC 9(07).
           05  GW-MT-NAME            PIC X(30).
           05  GW-MT-YEAR            PIC 9(04).
           05  GW-MT-AUTHOR          PIC X(15).
           05  GW-MT-PRICE           PIC 9(05)V99.
           05  GW-MT-GENRE           PIC X(10).
           05  GW-MT-ISBN            PIC 9(13).
           05  GW-MT-COPIES          PIC 9(03).
           05  GW-MT-CCY             PIC X(03).
           05  GW-MT-BRANCH          PIC X(03).
           05  GW-MT-DONOR-NO        PIC 9(06).

       FD AckFile.
       01  GW-PRINT-LINE             PIC X(70).

       WORKING-STORAGE SECTION.
       01  GW-LOTFILE-STATUS         PIC X(02).
           88  GW-LOTFILE-OK         VALUE "00".
           88  GW-LOTFILE-NEW        VALUE "35".

       01  GW-DONRFILE-STATUS        PIC X(02).
           88  GW-DONRFILE-OK        VALUE "00".

       01  GW-BRNFILE-STATUS         PIC X(02).
           88  GW-BRNFILE-OK         VALUE "00".

       01  GW-ITEMFILE-STATUS        PIC X(02).
           88  GW-ITEMFILE-OK        VALUE "00".
           88  GW-ITEMFILE-NEW       VALUE "35".

       01  GW-MAINTFILE-STATUS       PIC X(02).
           88  GW-MAINTFILE-OK       VALUE "00".

       01  GW-ACKFILE-STATUS         PIC X(02).
           88  GW-ACKFILE-OK         VALUE "00".
           88  GW-ACKFILE-NEW        VALUE "35".

       01  GW-FOUND-SWITCH           PIC X(01).
           88  GW-RECORD-FOUND       VALUE "Y".

       01  GW-DONOR-SWITCH           PIC X(01).
           88  GW-DONOR-FOUND        VALUE "Y".

       01  GW-BRANCH-SWITCH          PIC X(01).
           88  GW-BRANCH-KNOWN       VALUE "Y".

       01  GW-SYSTEM-DATE            PIC 9(08).

       01  GW-TXN-LINE.
           05  GW-TXN-CODE           PIC X(01).
               88  GW-LOT-TXN        VALUE "L" "l".
               88  GW-KEEP-TXN       VALUE "K" "k".
               88  GW-SALE-TXN       VALUE "S" "s".
               88  GW-DISCARD-TXN    VALUE "D" "d".
               88  GW-PRINT-TXN      VALUE "P" "p".
           05  GW-TXN-LOT-NO         PIC 9(06).
           05  GW-TXN-TAIL           PIC X(100).

       01  GW-LOT-DETAIL.
           05  GW-L-DONOR-NO         PIC 9(06).
           05  GW-L-ITEMS            PIC 9(04).
           05  GW-L-BRANCH           PIC X(03).

       01  GW-KEEP-DETAIL.
           05  GW-K-BOOK-ID          PIC 9(07).
           05  GW-K-TITLE            PIC X(30).
           05  GW-K-YEAR             PIC 9(04).
           05  GW-K-AUTHOR           PIC X(15).
           05  GW-K-GENRE            PIC X(10).
           05  GW-K-ISBN             PIC 9(13).
           05  GW-K-VALUE            PIC 9(05)V99.
           05  GW-K-COPIES           PIC 9(03).

       01  GW-SALE-DETAIL.
           05  GW-S-QTY              PIC 9(03).
           05  GW-S-AMOUNT           PIC 9(05)V99.
           05  GW-S-NOTE             PIC X(30).

       01  GW-DISCARD-DETAIL.
           05  GW-D-QTY              PIC 9(03).
           05  GW-D-NOTE             PIC X(30).

       01  GW-SORT-QTY               PIC 9(03).
       01  GW-UNSORTED-COUNT         PIC S9(05).

       COPY CURROPER.

       COPY RUNDATE.

       01  GW-ACK-HEAD.
           05  FILLER                PIC X(24) VALUE
               "DONATION ACKNOWLEDGMENT".
           05  FILLER                PIC X(04) VALUE "LOT ".
           05  GW-AH-LOT-NO          PIC 9(06).
           05  FILLER                PIC X(10) VALUE SPACES.
           05  GW-AH-DATE            PIC X(10).

       01  GW-ACK-TOWN-LINE.
           05  GW-AT-TOWN            PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  GW-AT-POSTCODE        PIC X(08).

       01  GW-ACK-GIFT-LINE.
           05  FILLER                PIC X(24) VALUE
               "Thank you for your gift ".
           05  FILLER                PIC X(03) VALUE "of ".
           05  GW-AG-ITEMS           PIC ZZZ9.
           05  FILLER                PIC X(22) VALUE
               " item(s), received on ".
           05  GW-AG-DATE            PIC 9(08).
           05  FILLER                PIC X(01) VALUE ".".

       01  GW-ACK-COUNT-LINE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  GW-AC-LABEL           PIC X(40).
           05  GW-AC-COUNT           PIC ZZZ9.

       01  GW-ACK-VALUE-LINE.
           05  FILLER                PIC X(42) VALUE
               "  Estimated value of the items added".
           05  GW-AV-VALUE           PIC Z,ZZZ,ZZ9.99.

       01  GW-AMOUNT-DISPLAY         PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZEROS
               DISPLAY "Enter gift transactions below.  Enter no"
               DISPLAY "data to end."
               PERFORM 2000-GET-GIFT-TXN THRU 2000-EXIT
               PERFORM 2100-PROCESS-GIFT-TXN THRU 2100-EXIT
                   UNTIL GW-TXN-LINE = SPACES
               CLOSE GiftLotFile
               CLOSE DonorFile
           END-IF
           GOBACK.

       1000-INITIALIZE.
           ACCEPT GW-SYSTEM-DATE FROM DATE YYYYMMDD
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           CALL "GETOPER" USING CO-CURRENT-OPER-AREA
           END-CALL
           OPEN I-O GiftLotFile
           IF GW-LOTFILE-NEW
               OPEN OUTPUT GiftLotFile
               CLOSE GiftLotFile
               OPEN I-O GiftLotFile
           END-IF
           IF NOT GW-LOTFILE-OK
               DISPLAY "GIFTLOT.DAT OPEN failed - status "
                       GW-LOTFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O DonorFile
           IF NOT GW-DONRFILE-OK
               DISPLAY "DONORS.DAT OPEN failed - status "
                       GW-DONRFILE-STATUS " - see DONRMNT."
               CLOSE GiftLotFile
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-GET-GIFT-TXN.
           DISPLAY "Enter - Txn(L/K/S/D/P), LotNo, then for L:"
           DISPLAY "DonorNo,Items,Branch; for K: BookId,Title,Year,"
           DISPLAY "Author,Genre,Isbn,Value,Copies; for S:"
           DISPLAY "Qty,Amount,Note; for D: Qty,Note"
           DISPLAY "TLLLLLL..."
           ACCEPT  GW-TXN-LINE.
       2000-EXIT.
           EXIT.

       2100-PROCESS-GIFT-TXN.
           EVALUATE TRUE
               WHEN GW-LOT-TXN
                   PERFORM 2200-OPEN-LOT THRU 2200-EXIT
               WHEN GW-KEEP-TXN
                   PERFORM 2300-KEEP-ITEM THRU 2300-EXIT
               WHEN GW-SALE-TXN
                   PERFORM 2400-SELL-ITEMS THRU 2400-EXIT
               WHEN GW-DISCARD-TXN
                   PERFORM 2500-DISCARD-ITEMS THRU 2500-EXIT
               WHEN GW-PRINT-TXN
                   PERFORM 3000-PRINT-ACKNOWLEDGMENT THRU 3000-EXIT
               WHEN OTHER
                   DISPLAY "Unknown transaction code - ignored."
           END-EVALUATE
           PERFORM 2000-GET-GIFT-TXN THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

      *  The donor must be on the master; a nonblank branch must be
      *  on BRANCHES.DAT when that table is available, blank being
      *  the main building.
       2200-OPEN-LOT.
           IF GW-TXN-LOT-NO NOT NUMERIC OR GW-TXN-LOT-NO = ZEROS
               DISPLAY "Lot number must be six digits, not zero."
               GO TO 2200-EXIT
           END-IF
           MOVE GW-TXN-TAIL TO GW-LOT-DETAIL
           IF GW-L-ITEMS NOT NUMERIC OR GW-L-ITEMS = ZEROS
               DISPLAY "A lot needs the number of items received."
               GO TO 2200-EXIT
           END-IF
           MOVE GW-L-DONOR-NO TO DN-DONOR-NO
           PERFORM 2800-READ-DONOR THRU 2800-EXIT
           IF NOT GW-DONOR-FOUND
               DISPLAY "Donor " GW-L-DONOR-NO " is not on the"
                       " master - see DONRMNT."
               GO TO 2200-EXIT
           END-IF
           PERFORM 2900-CHECK-BRANCH THRU 2900-EXIT
           IF NOT GW-BRANCH-KNOWN
               DISPLAY "Branch " GW-L-BRANCH " is not on"
                       " BRANCHES.DAT - see BRCHMNT."
               GO TO 2200-EXIT
           END-IF
           MOVE GW-TXN-LOT-NO  TO GA-LOT-NO
           MOVE GW-L-DONOR-NO  TO GA-DONOR-NO
           MOVE GW-SYSTEM-DATE TO GA-RECEIVED-DATE
           MOVE GW-L-BRANCH    TO GA-BRANCH
           MOVE GW-L-ITEMS     TO GA-ITEM-COUNT
           MOVE ZEROS TO GA-ADDED-COUNT GA-SOLD-COUNT
                         GA-DISCARD-COUNT GA-ADDED-VALUE
                         GA-SALE-AMOUNT GA-ACK-DATE
           MOVE CO-OPER-ID     TO GA-RECEIVED-BY
           WRITE GA-GIFT-LOT-RECORD
               INVALID KEY
                   DISPLAY "Lot " GW-TXN-LOT-NO " already on file."
                   GO TO 2200-EXIT
           END-WRITE
           IF DN-FIRST-GIFT-DATE NOT NUMERIC
               OR DN-FIRST-GIFT-DATE = ZEROS
               MOVE GW-SYSTEM-DATE TO DN-FIRST-GIFT-DATE
           END-IF
           MOVE GW-SYSTEM-DATE TO DN-LAST-GIFT-DATE
           REWRITE DN-DONOR-RECORD
               INVALID KEY
                   DISPLAY "Donor " GW-L-DONOR-NO
                           " not rewritten."
           END-REWRITE
           DISPLAY "Lot " GW-TXN-LOT-NO " opened - " GW-L-ITEMS
                   " item(s) from " DN-DONOR-NAME.
       2200-EXIT.
           EXIT.

      *  A kept item goes to the catalog through the BOOKMNT.DAT
      *  bridge at its estimated value, at the branch the lot came
      *  in at.  WRITE-FILE validates the ISBN, genre and BookId
      *  when the batch runs; an item it rejects is keyed again
      *  there, not here.
       2300-KEEP-ITEM.
           PERFORM 2700-READ-LOT THRU 2700-EXIT
           IF NOT GW-RECORD-FOUND
               GO TO 2300-EXIT
           END-IF
           MOVE GW-TXN-TAIL TO GW-KEEP-DETAIL
           IF GW-K-BOOK-ID NOT NUMERIC OR GW-K-BOOK-ID = ZEROS
               DISPLAY "Keeping an item needs the new BookId."
               GO TO 2300-EXIT
           END-IF
           IF GW-K-TITLE = SPACES
               DISPLAY "Keeping an item needs its title."
               GO TO 2300-EXIT
           END-IF
           IF GW-K-YEAR NOT NUMERIC OR GW-K-ISBN NOT NUMERIC
               DISPLAY "Year and ISBN must be numeric."
               GO TO 2300-EXIT
           END-IF
           IF GW-K-VALUE NOT NUMERIC
               DISPLAY "Estimated value must be numeric."
               GO TO 2300-EXIT
           END-IF
           IF GW-K-COPIES NOT NUMERIC OR GW-K-COPIES = ZEROS
               MOVE 1 TO GW-K-COPIES
           END-IF
           MOVE GW-K-COPIES TO GW-SORT-QTY
           PERFORM 2750-CHECK-UNSORTED THRU 2750-EXIT
           IF GW-UNSORTED-COUNT < ZEROS
               GO TO 2300-EXIT
           END-IF
           OPEN EXTEND MaintTxnFile
           IF NOT GW-MAINTFILE-OK
               DISPLAY "BOOKMNT.DAT OPEN failed - status "
                       GW-MAINTFILE-STATUS " - item not kept."
               GO TO 2300-EXIT
           END-IF
           MOVE "A"          TO GW-MT-TXN-CODE
           MOVE GW-K-BOOK-ID TO GW-MT-ID
           MOVE GW-K-TITLE   TO GW-MT-NAME
           MOVE GW-K-YEAR    TO GW-MT-YEAR
           MOVE GW-K-AUTHOR  TO GW-MT-AUTHOR
           MOVE GW-K-VALUE   TO GW-MT-PRICE
           MOVE GW-K-GENRE   TO GW-MT-GENRE
           MOVE GW-K-ISBN    TO GW-MT-ISBN
           MOVE GW-K-COPIES  TO GW-MT-COPIES
           MOVE SPACES       TO GW-MT-CCY
           MOVE GA-BRANCH    TO GW-MT-BRANCH
           MOVE GA-DONOR-NO  TO GW-MT-DONOR-NO
           WRITE GW-MAINT-TXN-RECORD
           CLOSE MaintTxnFile
           ADD GW-K-COPIES TO GA-ADDED-COUNT
           COMPUTE GA-ADDED-VALUE =
               GA-ADDED-VALUE + GW-K-VALUE * GW-K-COPIES
           MOVE "A"          TO GI-DISPOSITION
           MOVE GW-K-BOOK-ID TO GI-BOOK-ID
           MOVE GW-K-TITLE   TO GI-TITLE
           MOVE GW-K-COPIES  TO GI-QUANTITY
           MOVE GW-K-VALUE   TO GI-VALUE
           PERFORM 2600-RECORD-DECISION THRU 2600-EXIT
           DISPLAY "Lot " GW-TXN-LOT-NO " - BookId " GW-K-BOOK-ID
                   " load transaction written to BOOKMNT.DAT.".
       2300-EXIT.
           EXIT.

       2400-SELL-ITEMS.
           PERFORM 2700-READ-LOT THRU 2700-EXIT
           IF NOT GW-RECORD-FOUND
               GO TO 2400-EXIT
           END-IF
           MOVE GW-TXN-TAIL TO GW-SALE-DETAIL
           IF GW-S-QTY NOT NUMERIC OR GW-S-QTY = ZEROS
               DISPLAY "A sale needs the number of items sold."
               GO TO 2400-EXIT
           END-IF
           IF GW-S-AMOUNT NOT NUMERIC
               MOVE ZEROS TO GW-S-AMOUNT
           END-IF
           MOVE GW-S-QTY TO GW-SORT-QTY
           PERFORM 2750-CHECK-UNSORTED THRU 2750-EXIT
           IF GW-UNSORTED-COUNT < ZEROS
               GO TO 2400-EXIT
           END-IF
           ADD GW-S-QTY    TO GA-SOLD-COUNT
           ADD GW-S-AMOUNT TO GA-SALE-AMOUNT
           MOVE "S"         TO GI-DISPOSITION
           MOVE ZEROS       TO GI-BOOK-ID
           MOVE GW-S-NOTE   TO GI-TITLE
           MOVE GW-S-QTY    TO GI-QUANTITY
           MOVE GW-S-AMOUNT TO GI-VALUE
           PERFORM 2600-RECORD-DECISION THRU 2600-EXIT
           MOVE GW-S-AMOUNT TO GW-AMOUNT-DISPLAY
           DISPLAY "Lot " GW-TXN-LOT-NO " - " GW-S-QTY
                   " item(s) sold for " GW-AMOUNT-DISPLAY ".".
       2400-EXIT.
           EXIT.

       2500-DISCARD-ITEMS.
           PERFORM 2700-READ-LOT THRU 2700-EXIT
           IF NOT GW-RECORD-FOUND
               GO TO 2500-EXIT
           END-IF
           MOVE GW-TXN-TAIL TO GW-DISCARD-DETAIL
           IF GW-D-QTY NOT NUMERIC OR GW-D-QTY = ZEROS
               DISPLAY "A discard needs the number of items."
               GO TO 2500-EXIT
           END-IF
           MOVE GW-D-QTY TO GW-SORT-QTY
           PERFORM 2750-CHECK-UNSORTED THRU 2750-EXIT
           IF GW-UNSORTED-COUNT < ZEROS
               GO TO 2500-EXIT
           END-IF
           ADD GW-D-QTY TO GA-DISCARD-COUNT
           MOVE "D"       TO GI-DISPOSITION
           MOVE ZEROS     TO GI-BOOK-ID GI-VALUE
           MOVE GW-D-NOTE TO GI-TITLE
           MOVE GW-D-QTY  TO GI-QUANTITY
           PERFORM 2600-RECORD-DECISION THRU 2600-EXIT
           DISPLAY "Lot " GW-TXN-LOT-NO " - " GW-D-QTY
                   " item(s) discarded.".
       2500-EXIT.
           EXIT.

      *  The lot carries the new counts; the trail records the
      *  decision behind them.
       2600-RECORD-DECISION.
           REWRITE GA-GIFT-LOT-RECORD
               INVALID KEY
                   DISPLAY "Lot " GW-TXN-LOT-NO " not rewritten."
                   GO TO 2600-EXIT
           END-REWRITE
           MOVE GA-LOT-NO      TO GI-LOT-NO
           MOVE GW-SYSTEM-DATE TO GI-EVENT-DATE
           MOVE CO-OPER-ID     TO GI-OPER-ID
           OPEN EXTEND GiftItemFile
           IF GW-ITEMFILE-NEW
               OPEN OUTPUT GiftItemFile
           END-IF
           IF NOT GW-ITEMFILE-OK
               DISPLAY "GIFTITEM.DAT OPEN failed - status "
                       GW-ITEMFILE-STATUS " - decision not on the"
                       " trail."
               GO TO 2600-EXIT
           END-IF
           WRITE GI-GIFT-ITEM-RECORD
           CLOSE GiftItemFile.
       2600-EXIT.
           EXIT.

       2700-READ-LOT.
           MOVE GW-TXN-LOT-NO TO GA-LOT-NO
           MOVE "N" TO GW-FOUND-SWITCH
           READ GiftLotFile
               INVALID KEY
                   DISPLAY "Lot " GW-TXN-LOT-NO " not found."
               NOT INVALID KEY
                   MOVE "Y" TO GW-FOUND-SWITCH
           END-READ.
       2700-EXIT.
           EXIT.

      *  What is left to sort after this decision - negative when
      *  the decision asks for more items than the lot has left.
       2750-CHECK-UNSORTED.
           COMPUTE GW-UNSORTED-COUNT = GA-ITEM-COUNT
               - GA-ADDED-COUNT - GA-SOLD-COUNT - GA-DISCARD-COUNT
               - GW-SORT-QTY
           IF GW-UNSORTED-COUNT < ZEROS
               DISPLAY "Lot " GW-TXN-LOT-NO " has only "
                       GA-ITEM-COUNT " item(s) - "
                       GA-ADDED-COUNT " added, "
                       GA-SOLD-COUNT " sold, "
                       GA-DISCARD-COUNT " discarded."
           END-IF.
       2750-EXIT.
           EXIT.

       2800-READ-DONOR.
           MOVE "N" TO GW-DONOR-SWITCH
           READ DonorFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO GW-DONOR-SWITCH
           END-READ.
       2800-EXIT.
           EXIT.

       2900-CHECK-BRANCH.
           MOVE "Y" TO GW-BRANCH-SWITCH
           IF GW-L-BRANCH = SPACES
               GO TO 2900-EXIT
           END-IF
           OPEN INPUT BranchFile
           IF NOT GW-BRNFILE-OK
               GO TO 2900-EXIT
           END-IF
           MOVE GW-L-BRANCH TO BN-BRANCH-CODE
           READ BranchFile
               INVALID KEY
                   MOVE "N" TO GW-BRANCH-SWITCH
           END-READ
           CLOSE BranchFile.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *  3000-PRINT-ACKNOWLEDGMENT - one letter per lot on
      *  GIFTACK.RPT, addressed from the donor master.  A donor
      *  who wants the tax statement is told the estimated value
      *  of what was added; the year's statement follows from
      *  GIFTRPT.
      *****************************************************************
       3000-PRINT-ACKNOWLEDGMENT.
           PERFORM 2700-READ-LOT THRU 2700-EXIT
           IF NOT GW-RECORD-FOUND
               GO TO 3000-EXIT
           END-IF
           MOVE GA-DONOR-NO TO DN-DONOR-NO
           PERFORM 2800-READ-DONOR THRU 2800-EXIT
           IF NOT GW-DONOR-FOUND
               DISPLAY "Donor " GA-DONOR-NO " is no longer on the"
                       " master - no letter printed."
               GO TO 3000-EXIT
           END-IF
           OPEN EXTEND AckFile
           IF GW-ACKFILE-NEW
               OPEN OUTPUT AckFile
           END-IF
           IF NOT GW-ACKFILE-OK
               DISPLAY "GIFTACK.RPT OPEN failed - status "
                       GW-ACKFILE-STATUS " - no letter printed."
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO GW-PRINT-LINE
           WRITE GW-PRINT-LINE
           MOVE "======================================================"
               TO GW-PRINT-LINE
           WRITE GW-PRINT-LINE
           MOVE GA-LOT-NO TO GW-AH-LOT-NO
           MOVE RD-RUN-DATE-DISPLAY TO GW-AH-DATE
           MOVE GW-ACK-HEAD TO GW-PRINT-LINE
           WRITE GW-PRINT-LINE
           MOVE SPACES TO GW-PRINT-LINE
           WRITE GW-PRINT-LINE
           MOVE DN-DONOR-NAME TO GW-PRINT-LINE
           WRITE GW-PRINT-LINE
           MOVE DN-ADDRESS-1 TO GW-PRINT-LINE
           WRITE GW-PRINT-LINE
           IF DN-ADDRESS-2 NOT = SPACES
               MOVE DN-ADDRESS-2 TO GW-PRINT-LINE
               WRITE GW-PRINT-LINE
           END-IF
           MOVE DN-TOWN     TO GW-AT-TOWN
           MOVE DN-POSTCODE TO GW-AT-POSTCODE
           MOVE GW-ACK-TOWN-LINE TO GW-PRINT-LINE
           WRITE GW-PRINT-LINE
           MOVE SPACES TO GW-PRINT-LINE
           WRITE GW-PRINT-LINE
           MOVE GA-ITEM-COUNT    TO GW-AG-ITEMS
           MOVE GA-RECEIVED-DATE TO GW-AG-DATE
           MOVE GW-ACK-GIFT-LINE TO GW-PRINT-LINE
           WRITE GW-PRINT-LINE
           MOVE SPACES TO GW-PRINT-LINE
           WRITE GW-PRINT-LINE
           MOVE "Added to the library collection" TO GW-AC-LABEL
           MOVE GA-ADDED-COUNT TO GW-AC-COUNT
           MOVE GW-ACK-COUNT-LINE TO GW-PRINT-LINE
           WRITE GW-PRINT-LINE
           MOVE "Passed to the library book sale" TO GW-AC-LABEL
           MOVE GA-SOLD-COUNT TO GW-AC-COUNT
           MOVE GW-ACK-COUNT-LINE TO GW-PRINT-LINE
           WRITE GW-PRINT-LINE
           MOVE "Not suitable - recycled" TO GW-AC-LABEL
           MOVE GA-DISCARD-COUNT TO GW-AC-COUNT
           MOVE GW-ACK-COUNT-LINE TO GW-PRINT-LINE
           WRITE GW-PRINT-LINE
           COMPUTE GW-UNSORTED-COUNT = GA-ITEM-COUNT
               - GA-ADDED-COUNT - GA-SOLD-COUNT - GA-DISCARD-COUNT
           IF GW-UNSORTED-COUNT > ZEROS
               MOVE "Still being sorted" TO GW-AC-LABEL
               MOVE GW-UNSORTED-COUNT TO GW-AC-COUNT
               MOVE GW-ACK-COUNT-LINE TO GW-PRINT-LINE
               WRITE GW-PRINT-LINE
           END-IF
           IF DN-WANTS-RECEIPT
               MOVE SPACES TO GW-PRINT-LINE
               WRITE GW-PRINT-LINE
               MOVE GA-ADDED-VALUE TO GW-AV-VALUE
               MOVE GW-ACK-VALUE-LINE TO GW-PRINT-LINE
               WRITE GW-PRINT-LINE
               MOVE "  A statement of the year's gifts will follow."
                   TO GW-PRINT-LINE
               WRITE GW-PRINT-LINE
           END-IF
           MOVE SPACES TO GW-PRINT-LINE
           WRITE GW-PRINT-LINE
           MOVE "With our thanks.  - The Library" TO GW-PRINT-LINE
           WRITE GW-PRINT-LINE
           CLOSE AckFile
           MOVE GW-SYSTEM-DATE TO GA-ACK-DATE
           REWRITE GA-GIFT-LOT-RECORD
               INVALID KEY
                   DISPLAY "Lot " GW-TXN-LOT-NO " not rewritten."
               NOT INVALID KEY
                   DISPLAY "Lot " GW-TXN-LOT-NO " - acknowledgment"
                           " printed on GIFTACK.RPT."
           END-REWRITE.
       3000-EXIT.
           EXIT.
