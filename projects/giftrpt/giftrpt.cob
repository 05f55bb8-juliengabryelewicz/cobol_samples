       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GIFTRPT.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  GIFTRPT
      *
      *  Annual donations report.  Every lot GIFTINT took in during
      *  the keyed year is run through a SORT work file into donor
      *  order, the way BOOKNOTC gathers a borrower's loans, and
      *  printed one line per donor - lots given, items received,
      *  items added to the collection, sold and discarded, and the
      *  estimated value of the gift: the value keyed at intake for
      *  the items added plus what the book sale took for the rest.
      *  Donors who asked for a tax receipt (DN-TAX-RECEIPT on the
      *  DONORS.DAT master) are marked, and the value on their line
      *  is the figure for the statement.  Items still being sorted
      *  at the time of the run are shown, so a statement is not
      *  sent on a lot that is not finished.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GA-LOT-NO
               FILE STATUS IS GY-LOTFILE-STATUS.
           SELECT DonorFile ASSIGN TO "DONORS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DN-DONOR-NO
               FILE STATUS IS GY-DONRFILE-STATUS.
           SELECT SortFile ASSIGN TO "GIFTRPT.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD GiftLotFile.
       COPY GIFTLOT.

       FD DonorFile.
       COPY DONORREC.

       SD SortFile.
       01  GY-SORT-RECORD.
           05  GY-S-DONOR-NO         PIC 9(06).
           05  GY-S-LOT-NO           PIC 9(06).
           05  GY-S-ITEM-COUNT       PIC 9(04).
           05  GY-S-ADDED-COUNT      PIC 9(04).
           05  GY-S-SOLD-COUNT       PIC 9(04).
           05  GY-S-DISCARD-COUNT    PIC 9(04).
           05  GY-S-VALUE            PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       01  GY-LOTFILE-STATUS         PIC X(02).
           88  GY-LOTFILE-OK         VALUE "00".

       01  GY-DONRFILE-STATUS        PIC X(02).
           88  GY-DONRFILE-OK        VALUE "00".

       01  GY-DONORS-OPEN-SWITCH     PIC X(01) VALUE "N".
           88  GY-DONORS-OPEN        VALUE "Y".

       01  GY-LOTFILE-EOF-SWITCH     PIC X(01) VALUE "N".
           88  GY-LOTFILE-EOF        VALUE "Y".

       01  GY-SORTFILE-EOF-SWITCH    PIC X(01) VALUE "N".
           88  GY-SORTFILE-EOF       VALUE "Y".

       01  GY-FIRST-DONOR-SWITCH     PIC X(01) VALUE "Y".
           88  GY-FIRST-DONOR        VALUE "Y".

       01  GY-REPORT-YEAR            PIC 9(04).
       01  GY-PRIOR-DONOR-NO         PIC 9(06).

      *  One donor's totals, and the year's.
       01  GY-DONOR-TOTALS.
           05  GY-DT-LOTS            PIC 9(05).
           05  GY-DT-ITEMS           PIC 9(06).
           05  GY-DT-ADDED           PIC 9(06).
           05  GY-DT-SOLD            PIC 9(06).
           05  GY-DT-DISCARDED       PIC 9(06).
           05  GY-DT-VALUE           PIC 9(09)V99.
       01  GY-YEAR-TOTALS.
           05  GY-YT-LOTS            PIC 9(05).
           05  GY-YT-ITEMS           PIC 9(06).
           05  GY-YT-ADDED           PIC 9(06).
           05  GY-YT-SOLD            PIC 9(06).
           05  GY-YT-DISCARDED       PIC 9(06).
           05  GY-YT-VALUE           PIC 9(09)V99.
       01  GY-DONOR-COUNT            PIC 9(05) VALUE ZEROS.
       01  GY-RECEIPT-COUNT          PIC 9(05) VALUE ZEROS.
       01  GY-RECEIPT-VALUE          PIC 9(09)V99 VALUE ZEROS.
       01  GY-UNSORTED-COUNT         PIC 9(06).

       COPY RUNDATE.

       01  GY-HEADING-1.
           05  FILLER                PIC X(09) VALUE "GIFTRPT".
           05  FILLER                PIC X(22) VALUE
               "DONATIONS FOR YEAR".
           05  GY-H1-YEAR            PIC 9(04).
           05  FILLER                PIC X(06) VALUE SPACES.
           05  FILLER                PIC X(10) VALUE "RUN DATE:".
           05  GY-H1-DATE            PIC X(10).

       01  GY-HEADING-2.
           05  FILLER                PIC X(31) VALUE
               "DONOR  NAME".
           05  FILLER                PIC X(29) VALUE
               " LOTS ITEMS ADDED  SOLD  DISC".
           05  FILLER                PIC X(23) VALUE
               "    EST. VALUE  RECEIPT".

       01  GY-DETAIL-LINE.
           05  GY-DL-DONOR-NO        PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  GY-DL-NAME            PIC X(24).
           05  GY-DL-LOTS            PIC ZZZZ9.
           05  GY-DL-ITEMS           PIC ZZZZZ9.
           05  GY-DL-ADDED           PIC ZZZZZ9.
           05  GY-DL-SOLD            PIC ZZZZZ9.
           05  GY-DL-DISCARDED       PIC ZZZZZ9.
           05  GY-DL-VALUE           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  GY-DL-RECEIPT         PIC X(07).

       01  GY-AMOUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZEROS
               SORT SortFile
                   ON ASCENDING KEY GY-S-DONOR-NO
                   ON ASCENDING KEY GY-S-LOT-NO
                   INPUT PROCEDURE IS 1500-RELEASE-LOTS THRU 1500-EXIT
                   OUTPUT PROCEDURE IS 2000-PRINT-DONORS
                       THRU 2000-EXIT
               PERFORM 3000-TERMINATE THRU 3000-EXIT
           END-IF
           GOBACK.

       1000-INITIALIZE.
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           MOVE RD-RUN-DATE-DISPLAY TO GY-H1-DATE
           DISPLAY "Donations year (YYYY) : " WITH NO ADVANCING
           ACCEPT GY-REPORT-YEAR
           IF GY-REPORT-YEAR NOT NUMERIC OR GY-REPORT-YEAR = ZEROS
               DISPLAY "Year must be keyed as YYYY."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE GY-REPORT-YEAR TO GY-H1-YEAR
           MOVE ZEROS TO GY-YEAR-TOTALS
           OPEN INPUT GiftLotFile
           IF NOT GY-LOTFILE-OK
               DISPLAY "GIFTLOT.DAT OPEN failed - status "
                       GY-LOTFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
      *    Without the master the donors print by number alone and
      *    none can be marked for a receipt.
           OPEN INPUT DonorFile
           IF GY-DONRFILE-OK
               SET GY-DONORS-OPEN TO TRUE
           ELSE
               DISPLAY "DONORS.DAT not available - status "
                       GY-DONRFILE-STATUS " - names not printed."
           END-IF.
       1000-EXIT.
           EXIT.

       1500-RELEASE-LOTS.
           PERFORM 1510-RELEASE-ONE-LOT THRU 1510-EXIT
               UNTIL GY-LOTFILE-EOF
           CLOSE GiftLotFile.
       1500-EXIT.
           EXIT.

       1510-RELEASE-ONE-LOT.
           READ GiftLotFile NEXT RECORD
               AT END
                   SET GY-LOTFILE-EOF TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF GA-RECEIVED-DATE (1:4) NOT = GY-REPORT-YEAR
               GO TO 1510-EXIT
           END-IF
           MOVE GA-DONOR-NO      TO GY-S-DONOR-NO
           MOVE GA-LOT-NO        TO GY-S-LOT-NO
           MOVE GA-ITEM-COUNT    TO GY-S-ITEM-COUNT
           MOVE GA-ADDED-COUNT   TO GY-S-ADDED-COUNT
           MOVE GA-SOLD-COUNT    TO GY-S-SOLD-COUNT
           MOVE GA-DISCARD-COUNT TO GY-S-DISCARD-COUNT
           ADD GA-ADDED-VALUE GA-SALE-AMOUNT GIVING GY-S-VALUE
           RELEASE GY-SORT-RECORD.
       1510-EXIT.
           EXIT.

       2000-PRINT-DONORS.
           DISPLAY GY-HEADING-1
           DISPLAY SPACES
           DISPLAY GY-HEADING-2
           DISPLAY "-----------------------------------------------"
                   "---------------------------------"
           RETURN SortFile
               AT END
                   SET GY-SORTFILE-EOF TO TRUE
           END-RETURN
           PERFORM 2100-ADD-ONE-LOT THRU 2100-EXIT
               UNTIL GY-SORTFILE-EOF
           IF NOT GY-FIRST-DONOR
               PERFORM 2300-PRINT-DONOR THRU 2300-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-ADD-ONE-LOT.
           IF GY-FIRST-DONOR
               PERFORM 2200-START-DONOR THRU 2200-EXIT
           ELSE
               IF GY-S-DONOR-NO NOT = GY-PRIOR-DONOR-NO
                   PERFORM 2300-PRINT-DONOR THRU 2300-EXIT
                   PERFORM 2200-START-DONOR THRU 2200-EXIT
               END-IF
           END-IF
           ADD 1                  TO GY-DT-LOTS
           ADD GY-S-ITEM-COUNT    TO GY-DT-ITEMS
           ADD GY-S-ADDED-COUNT   TO GY-DT-ADDED
           ADD GY-S-SOLD-COUNT    TO GY-DT-SOLD
           ADD GY-S-DISCARD-COUNT TO GY-DT-DISCARDED
           ADD GY-S-VALUE         TO GY-DT-VALUE
           RETURN SortFile
               AT END
                   SET GY-SORTFILE-EOF TO TRUE
           END-RETURN.
       2100-EXIT.
           EXIT.

       2200-START-DONOR.
           MOVE "N" TO GY-FIRST-DONOR-SWITCH
           MOVE GY-S-DONOR-NO TO GY-PRIOR-DONOR-NO
           MOVE ZEROS TO GY-DONOR-TOTALS.
       2200-EXIT.
           EXIT.

       2300-PRINT-DONOR.
           MOVE SPACES TO GY-DL-NAME GY-DL-RECEIPT
           MOVE GY-PRIOR-DONOR-NO TO GY-DL-DONOR-NO
           IF GY-DONORS-OPEN
               MOVE GY-PRIOR-DONOR-NO TO DN-DONOR-NO
               READ DonorFile
                   INVALID KEY
                       MOVE "(not on the master)" TO GY-DL-NAME
                   NOT INVALID KEY
                       MOVE DN-DONOR-NAME TO GY-DL-NAME
                       IF DN-WANTS-RECEIPT
                           MOVE "YES" TO GY-DL-RECEIPT
                           ADD 1 TO GY-RECEIPT-COUNT
                           ADD GY-DT-VALUE TO GY-RECEIPT-VALUE
                       END-IF
               END-READ
           END-IF
           MOVE GY-DT-LOTS      TO GY-DL-LOTS
           MOVE GY-DT-ITEMS     TO GY-DL-ITEMS
           MOVE GY-DT-ADDED     TO GY-DL-ADDED
           MOVE GY-DT-SOLD      TO GY-DL-SOLD
           MOVE GY-DT-DISCARDED TO GY-DL-DISCARDED
           MOVE GY-DT-VALUE     TO GY-DL-VALUE
           DISPLAY GY-DETAIL-LINE
           ADD 1 TO GY-DONOR-COUNT
           ADD GY-DT-LOTS      TO GY-YT-LOTS
           ADD GY-DT-ITEMS     TO GY-YT-ITEMS
           ADD GY-DT-ADDED     TO GY-YT-ADDED
           ADD GY-DT-SOLD      TO GY-YT-SOLD
           ADD GY-DT-DISCARDED TO GY-YT-DISCARDED
           ADD GY-DT-VALUE     TO GY-YT-VALUE.
       2300-EXIT.
           EXIT.

       3000-TERMINATE.
           DISPLAY "-----------------------------------------------"
                   "---------------------------------"
           MOVE ZEROS  TO GY-DL-DONOR-NO
           MOVE SPACES TO GY-DL-NAME GY-DL-RECEIPT
           MOVE "YEAR TOTAL" TO GY-DL-NAME
           MOVE GY-YT-LOTS      TO GY-DL-LOTS
           MOVE GY-YT-ITEMS     TO GY-DL-ITEMS
           MOVE GY-YT-ADDED     TO GY-DL-ADDED
           MOVE GY-YT-SOLD      TO GY-DL-SOLD
           MOVE GY-YT-DISCARDED TO GY-DL-DISCARDED
           MOVE GY-YT-VALUE     TO GY-DL-VALUE
           DISPLAY GY-DETAIL-LINE
           COMPUTE GY-UNSORTED-COUNT = GY-YT-ITEMS - GY-YT-ADDED
               - GY-YT-SOLD - GY-YT-DISCARDED
           DISPLAY SPACES
           DISPLAY "Donors: " GY-DONOR-COUNT
                   "   asking for a tax receipt: " GY-RECEIPT-COUNT
           MOVE GY-RECEIPT-VALUE TO GY-AMOUNT-DISPLAY
           DISPLAY "Estimated value on the tax receipts: "
                   GY-AMOUNT-DISPLAY
           IF GY-UNSORTED-COUNT > ZEROS
               DISPLAY "Items still being sorted: " GY-UNSORTED-COUNT
                       " - their value is not yet counted."
           END-IF
           IF GY-DONORS-OPEN
               CLOSE DonorFile
           END-IF.
       3000-EXIT.
           EXIT.
