       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SUPPSCR.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  SUPPSCR
      *
      *  Quarterly supplier performance scorecard off ORDERS.DAT,
      *  one line per supplier code, for the annual supplier review
      *  - what used to be pieced together from old ORDRPT
      *  printouts.  For the orders placed in the keyed quarter
      *  (YYYYQ; blank = the last complete quarter) it shows
      *
      *      ORD    orders placed
      *      AVG    average lead time in days, OR-ORDER-DATE to
      *      WRST   OR-RECEIVED-DATE, and the longest - orders
      *             received in full only
      *      FILL   copies received against copies ordered, percent
      *      BO     orders that went to backorder (OR-BACKORDERED,
      *             or still open part-received)
      *      CAN    orders cancelled
      *
      *  and, as of the run date, the age since ordering of every
      *  backorder still open with the supplier, whenever it was
      *  placed, in 30-day buckets.
      *
      *  Suppliers are ranked on fill rate, best first, with the
      *  shorter average lead time ahead on a tie; a supplier with
      *  open backorders but no orders placed in the quarter is
      *  listed after the ranked ones without a rank.  Names come
      *  from SUPPLIER.DAT (see SUPPMNT).  The per-supplier totals
      *  pass through the SUPPSCR.TMP work file into the ranking
      *  sort.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderFile ASSIGN TO "ORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OR-ORDER-NO
               FILE STATUS IS SS-ORDERFILE-STATUS.
           SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-SUPPLIER-CODE
               FILE STATUS IS SS-SUPPFILE-STATUS.
           SELECT WorkFile ASSIGN TO "SUPPSCR.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SS-WORKFILE-STATUS.
           SELECT SortFile ASSIGN TO "SUPPSCR.SRT".
           SELECT RankFile ASSIGN TO "SUPPSCR2.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD OrderFile.
       COPY ORDERREC.

       FD SupplierFile.
       COPY SUPPREC.

       FD WorkFile.
       01  SS-WORK-RECORD            PIC X(57).

       SD SortFile.
       01  SS-SORT-RECORD.
           05  SS-S-SUPPLIER         PIC X(05).
           05  SS-S-IN-QUARTER       PIC X(01).
               88  SS-S-PLACED-IN-QUARTER
                                     VALUE "Y".
           05  SS-S-ORDER-DATE       PIC 9(08).
           05  SS-S-QUANTITY         PIC 9(03).
           05  SS-S-RECEIVED-QTY     PIC 9(03).
           05  SS-S-RECEIVED-DATE    PIC 9(08).
           05  SS-S-STATUS           PIC X(01).
               88  SS-S-ORDERED      VALUE "O".
               88  SS-S-RECEIVED     VALUE "R".
               88  SS-S-CANCELLED    VALUE "C".
           05  SS-S-BACKORDERED      PIC X(01).
               88  SS-S-WENT-TO-BACKORDER
                                     VALUE "Y".

       SD RankFile.
       01  SS-RANK-RECORD.
           05  SS-R-GROUP            PIC X(01).
               88  SS-R-RANKED       VALUE "0".
           05  SS-R-FILL-RATE        PIC 9(03)V9.
           05  SS-R-AVG-LEAD         PIC 9(05)V9.
           05  SS-R-SUPPLIER         PIC X(05).
           05  SS-R-PLACED           PIC 9(05).
           05  SS-R-LEAD-COUNT       PIC 9(05).
           05  SS-R-WORST-LEAD       PIC 9(05).
           05  SS-R-BACKORDERS       PIC 9(05).
           05  SS-R-CANCELLED        PIC 9(05).
           05  SS-R-AGE-30           PIC 9(04).
           05  SS-R-AGE-60           PIC 9(04).
           05  SS-R-AGE-90           PIC 9(04).
           05  SS-R-AGE-OVER         PIC 9(04).

       WORKING-STORAGE SECTION.
       01  SS-ORDERFILE-STATUS       PIC X(02).
           88  SS-ORDERFILE-OK       VALUE "00".

       01  SS-SUPPFILE-STATUS        PIC X(02).
           88  SS-SUPPFILE-OK        VALUE "00".

       01  SS-WORKFILE-STATUS        PIC X(02).
           88  SS-WORKFILE-OK        VALUE "00".

       01  SS-ORDERFILE-EOF-SWITCH   PIC X(01).
           88  SS-ORDERFILE-EOF      VALUE "Y".

       01  SS-SORTFILE-EOF-SWITCH    PIC X(01).
           88  SS-SORTFILE-EOF       VALUE "Y".

       01  SS-SUPPFILE-OPEN-SWITCH   PIC X(01) VALUE "N".
           88  SS-SUPPFILE-OPEN      VALUE "Y".

       01  SS-FIRST-RECORD-SWITCH    PIC X(01).
           88  SS-FIRST-RECORD       VALUE "Y".

       01  SS-SYSTEM-DATE            PIC 9(08).
       01  SS-SYSTEM-DATE-R REDEFINES SS-SYSTEM-DATE.
           05  SS-SYSTEM-YEAR        PIC 9(04).
           05  SS-SYSTEM-MONTH       PIC 9(02).
           05  SS-SYSTEM-DAY         PIC 9(02).

       01  SS-QUARTER-ENTRY          PIC X(05).
       01  SS-QUARTER-ENTRY-R REDEFINES SS-QUARTER-ENTRY.
           05  SS-QE-YEAR            PIC 9(04).
           05  SS-QE-QUARTER         PIC 9(01).

       01  SS-QUARTER-YEAR           PIC 9(04).
       01  SS-QUARTER                PIC 9(01).
       01  SS-QUARTER-START          PIC 9(08).
       01  SS-QUARTER-START-R REDEFINES SS-QUARTER-START.
           05  SS-QS-YEAR            PIC 9(04).
           05  SS-QS-MONTH           PIC 9(02).
           05  SS-QS-DAY             PIC 9(02).
       01  SS-QUARTER-END            PIC 9(08).
       01  SS-QUARTER-END-R REDEFINES SS-QUARTER-END.
           05  SS-QN-YEAR            PIC 9(04).
           05  SS-QN-MONTH           PIC 9(02).
           05  SS-QN-DAY             PIC 9(02).

       01  SS-OPEN-BACKORDER-SWITCH  PIC X(01).
           88  SS-OPEN-BACKORDER     VALUE "Y".
       01  SS-RECEIVED-QTY           PIC 9(03).

       01  SS-PRIOR-SUPPLIER         PIC X(05).
       01  SS-PLACED                 PIC 9(05).
       01  SS-QTY-ORDERED            PIC 9(07).
       01  SS-QTY-RECEIVED           PIC 9(07).
       01  SS-LEAD-COUNT             PIC 9(05).
       01  SS-LEAD-TOTAL             PIC 9(09).
       01  SS-WORST-LEAD             PIC 9(05).
       01  SS-BACKORDERS             PIC 9(05).
       01  SS-CANCELLED              PIC 9(05).
       01  SS-AGE-30                 PIC 9(04).
       01  SS-AGE-60                 PIC 9(04).
       01  SS-AGE-90                 PIC 9(04).
       01  SS-AGE-OVER               PIC 9(04).

       01  SS-RANK                   PIC 9(04) VALUE ZEROS.
       01  SS-SUPPLIER-COUNT         PIC 9(05) VALUE ZEROS.

       COPY DATESVCA.

       COPY RUNDATE.

       01  SS-HEADING-1.
           05  FILLER                PIC X(09) VALUE "SUPPSCR".
           05  FILLER                PIC X(28) VALUE
               "SUPPLIER SCORECARD  QUARTER ".
           05  SS-H1-YEAR            PIC 9(04).
           05  FILLER                PIC X(02) VALUE "-Q".
           05  SS-H1-QUARTER         PIC 9(01).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  FILLER                PIC X(10) VALUE "RUN DATE:".
           05  SS-H1-DATE            PIC X(10).

       01  SS-HEADING-2.
           05  FILLER                PIC X(16) VALUE
               "Orders placed ".
           05  SS-H2-START           PIC 9(08).
           05  FILLER                PIC X(04) VALUE " to ".
           05  SS-H2-END             PIC 9(08).
           05  FILLER                PIC X(30) VALUE
               "; backorders aged as of today".

       01  SS-HEADING-3.
           05  FILLER                PIC X(40) VALUE
               "RANK SUPP  NAME              ORD   AVG W".
           05  FILLER                PIC X(35) VALUE
               "RST  FILL  BO CAN 0-30 -60 -90 OVER".

       01  SS-DETAIL-LINE.
           05  SS-D-RANK             PIC ZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  SS-D-SUPPLIER         PIC X(05).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  SS-D-NAME             PIC X(16).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  SS-D-PLACED           PIC ZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  SS-D-AVG-LEAD         PIC ZZ9.9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  SS-D-WORST-LEAD       PIC ZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  SS-D-FILL-RATE        PIC ZZ9.9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  SS-D-BACKORDERS       PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  SS-D-CANCELLED        PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  SS-D-AGE-30           PIC ZZZ9.
           05  SS-D-AGE-60           PIC ZZZ9.
           05  SS-D-AGE-90           PIC ZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  SS-D-AGE-OVER         PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZEROS
               SORT SortFile
                   ON ASCENDING KEY SS-S-SUPPLIER
                   INPUT PROCEDURE IS 2000-RELEASE-ORDERS
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-TOTAL-SUPPLIERS
                       THRU 3000-EXIT
               SORT RankFile
                   ON ASCENDING KEY SS-R-GROUP
                   ON DESCENDING KEY SS-R-FILL-RATE
                   ON ASCENDING KEY SS-R-AVG-LEAD
                   ON ASCENDING KEY SS-R-SUPPLIER
                   USING WorkFile
                   OUTPUT PROCEDURE IS 4000-PRINT-SCORECARD
                       THRU 4000-EXIT
               PERFORM 5000-TERMINATE THRU 5000-EXIT
           END-IF
           GOBACK.

      *  The keyed quarter, or the last complete one, gives the
      *  window orders must be placed in.
       1000-INITIALIZE.
           ACCEPT SS-SYSTEM-DATE FROM DATE YYYYMMDD
           DISPLAY "Quarter (YYYYQ, blank = last complete quarter) : "
               WITH NO ADVANCING
           ACCEPT SS-QUARTER-ENTRY
           IF SS-QUARTER-ENTRY = SPACES
               COMPUTE SS-QUARTER = (SS-SYSTEM-MONTH + 2) / 3
               MOVE SS-SYSTEM-YEAR TO SS-QUARTER-YEAR
               IF SS-QUARTER = 1
                   MOVE 4 TO SS-QUARTER
                   SUBTRACT 1 FROM SS-QUARTER-YEAR
               ELSE
                   SUBTRACT 1 FROM SS-QUARTER
               END-IF
           ELSE
               IF SS-QUARTER-ENTRY NOT NUMERIC
                   OR SS-QE-QUARTER < 1
                   OR SS-QE-QUARTER > 4
                   DISPLAY "Quarter must be keyed as YYYYQ, Q 1-4."
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
               MOVE SS-QE-YEAR TO SS-QUARTER-YEAR
               MOVE SS-QE-QUARTER TO SS-QUARTER
           END-IF
           MOVE SS-QUARTER-YEAR TO SS-QS-YEAR SS-QN-YEAR
           COMPUTE SS-QS-MONTH = SS-QUARTER * 3 - 2
           MOVE 01 TO SS-QS-DAY
           COMPUTE SS-QN-MONTH = SS-QUARTER * 3
           IF SS-QUARTER = 1 OR SS-QUARTER = 4
               MOVE 31 TO SS-QN-DAY
           ELSE
               MOVE 30 TO SS-QN-DAY
           END-IF
           MOVE "N" TO SS-ORDERFILE-EOF-SWITCH
           OPEN INPUT OrderFile
           IF NOT SS-ORDERFILE-OK
               DISPLAY "ORDERS.DAT OPEN failed - status "
                       SS-ORDERFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT WorkFile
           IF NOT SS-WORKFILE-OK
               DISPLAY "SUPPSCR.TMP OPEN failed - status "
                       SS-WORKFILE-STATUS "."
               CLOSE OrderFile
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT SupplierFile
           IF SS-SUPPFILE-OK
               SET SS-SUPPFILE-OPEN TO TRUE
           END-IF
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           MOVE RD-RUN-DATE-DISPLAY TO SS-H1-DATE
           MOVE SS-QUARTER-YEAR  TO SS-H1-YEAR
           MOVE SS-QUARTER       TO SS-H1-QUARTER
           MOVE SS-QUARTER-START TO SS-H2-START
           MOVE SS-QUARTER-END   TO SS-H2-END
           DISPLAY SS-HEADING-1
           DISPLAY SS-HEADING-2
           DISPLAY SPACES
           DISPLAY SS-HEADING-3
           DISPLAY "----------------------------------------"
                   "--------------------------------------".
       1000-EXIT.
           EXIT.

      *  An order goes to the sort when it was placed in the
      *  quarter, or when it is an open backorder from any date.
       2000-RELEASE-ORDERS.
           PERFORM 2100-RELEASE-ONE-ORDER THRU 2100-EXIT
               UNTIL SS-ORDERFILE-EOF
           CLOSE OrderFile.
       2000-EXIT.
           EXIT.

       2100-RELEASE-ONE-ORDER.
           READ OrderFile NEXT RECORD
               AT END
                   SET SS-ORDERFILE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF OR-RECEIVED-QTY IS NUMERIC
               MOVE OR-RECEIVED-QTY TO SS-RECEIVED-QTY
           ELSE
               IF OR-RECEIVED
                   MOVE OR-QUANTITY TO SS-RECEIVED-QTY
               ELSE
                   MOVE ZEROS TO SS-RECEIVED-QTY
               END-IF
           END-IF
           MOVE "N" TO SS-OPEN-BACKORDER-SWITCH
           IF OR-ORDERED
               AND SS-RECEIVED-QTY > ZEROS
               AND SS-RECEIVED-QTY < OR-QUANTITY
               MOVE "Y" TO SS-OPEN-BACKORDER-SWITCH
           END-IF
           IF OR-ORDER-DATE >= SS-QUARTER-START
               AND OR-ORDER-DATE <= SS-QUARTER-END
               MOVE "Y" TO SS-S-IN-QUARTER
           ELSE
               IF NOT SS-OPEN-BACKORDER
                   GO TO 2100-EXIT
               END-IF
               MOVE "N" TO SS-S-IN-QUARTER
           END-IF
           MOVE OR-SUPPLIER (1:5) TO SS-S-SUPPLIER
           MOVE OR-ORDER-DATE     TO SS-S-ORDER-DATE
           MOVE OR-QUANTITY       TO SS-S-QUANTITY
           MOVE SS-RECEIVED-QTY   TO SS-S-RECEIVED-QTY
           IF OR-RECEIVED-DATE IS NUMERIC
               MOVE OR-RECEIVED-DATE TO SS-S-RECEIVED-DATE
           ELSE
               MOVE ZEROS TO SS-S-RECEIVED-DATE
           END-IF
           MOVE OR-STATUS         TO SS-S-STATUS
           IF OR-WENT-TO-BACKORDER OR SS-OPEN-BACKORDER
               MOVE "Y" TO SS-S-BACKORDERED
           ELSE
               MOVE "N" TO SS-S-BACKORDERED
           END-IF
           RELEASE SS-SORT-RECORD.
       2100-EXIT.
           EXIT.

       3000-TOTAL-SUPPLIERS.
           MOVE "N" TO SS-SORTFILE-EOF-SWITCH
           MOVE "Y" TO SS-FIRST-RECORD-SWITCH
           RETURN SortFile
               AT END
                   SET SS-SORTFILE-EOF TO TRUE
           END-RETURN
           PERFORM 3100-TOTAL-ONE-ORDER THRU 3100-EXIT
               UNTIL SS-SORTFILE-EOF
           IF NOT SS-FIRST-RECORD
               PERFORM 3300-WRITE-SUPPLIER THRU 3300-EXIT
           END-IF
           CLOSE WorkFile.
       3000-EXIT.
           EXIT.

       3100-TOTAL-ONE-ORDER.
           IF SS-FIRST-RECORD
               PERFORM 3200-START-SUPPLIER THRU 3200-EXIT
           ELSE
               IF SS-S-SUPPLIER NOT = SS-PRIOR-SUPPLIER
                   PERFORM 3300-WRITE-SUPPLIER THRU 3300-EXIT
                   PERFORM 3200-START-SUPPLIER THRU 3200-EXIT
               END-IF
           END-IF
           IF SS-S-PLACED-IN-QUARTER
               PERFORM 3150-COUNT-PLACED THRU 3150-EXIT
           END-IF
           IF SS-S-ORDERED
               AND SS-S-RECEIVED-QTY > ZEROS
               AND SS-S-RECEIVED-QTY < SS-S-QUANTITY
               PERFORM 3160-AGE-BACKORDER THRU 3160-EXIT
           END-IF
           RETURN SortFile
               AT END
                   SET SS-SORTFILE-EOF TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.

       3150-COUNT-PLACED.
           ADD 1 TO SS-PLACED
           ADD SS-S-QUANTITY TO SS-QTY-ORDERED
           ADD SS-S-RECEIVED-QTY TO SS-QTY-RECEIVED
           IF SS-S-WENT-TO-BACKORDER
               ADD 1 TO SS-BACKORDERS
           END-IF
           IF SS-S-CANCELLED
               ADD 1 TO SS-CANCELLED
           END-IF
           IF NOT SS-S-RECEIVED
               OR SS-S-RECEIVED-DATE = ZEROS
               GO TO 3150-EXIT
           END-IF
           MOVE "B" TO DS-FUNCTION
           MOVE SS-S-ORDER-DATE TO DS-DATE-1
           MOVE SS-S-RECEIVED-DATE TO DS-DATE-2
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           IF DS-STATUS NOT = "00"
               OR DS-DAYS < ZEROS
               GO TO 3150-EXIT
           END-IF
           ADD 1 TO SS-LEAD-COUNT
           ADD DS-DAYS TO SS-LEAD-TOTAL
           IF DS-DAYS > SS-WORST-LEAD
               MOVE DS-DAYS TO SS-WORST-LEAD
           END-IF.
       3150-EXIT.
           EXIT.

       3160-AGE-BACKORDER.
           MOVE "B" TO DS-FUNCTION
           MOVE SS-S-ORDER-DATE TO DS-DATE-1
           MOVE SS-SYSTEM-DATE TO DS-DATE-2
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           IF DS-STATUS NOT = "00"
               GO TO 3160-EXIT
           END-IF
           EVALUATE TRUE
               WHEN DS-DAYS <= 30
                   ADD 1 TO SS-AGE-30
               WHEN DS-DAYS <= 60
                   ADD 1 TO SS-AGE-60
               WHEN DS-DAYS <= 90
                   ADD 1 TO SS-AGE-90
               WHEN OTHER
                   ADD 1 TO SS-AGE-OVER
           END-EVALUATE.
       3160-EXIT.
           EXIT.

       3200-START-SUPPLIER.
           MOVE SS-S-SUPPLIER TO SS-PRIOR-SUPPLIER
           MOVE "N" TO SS-FIRST-RECORD-SWITCH
           MOVE ZEROS TO SS-PLACED SS-QTY-ORDERED SS-QTY-RECEIVED
                         SS-LEAD-COUNT SS-LEAD-TOTAL SS-WORST-LEAD
                         SS-BACKORDERS SS-CANCELLED
                         SS-AGE-30 SS-AGE-60 SS-AGE-90 SS-AGE-OVER.
       3200-EXIT.
           EXIT.

      *  A supplier with nothing placed in the quarter has no fill
      *  rate or lead time to rank on and goes to the unranked
      *  group; no lead time at all ranks behind any lead time.
       3300-WRITE-SUPPLIER.
           MOVE SPACES TO SS-RANK-RECORD
           IF SS-PLACED > ZEROS
               MOVE "0" TO SS-R-GROUP
           ELSE
               MOVE "1" TO SS-R-GROUP
           END-IF
           IF SS-QTY-ORDERED > ZEROS
               COMPUTE SS-R-FILL-RATE ROUNDED =
                   SS-QTY-RECEIVED * 100 / SS-QTY-ORDERED
           ELSE
               MOVE ZEROS TO SS-R-FILL-RATE
           END-IF
           IF SS-LEAD-COUNT > ZEROS
               COMPUTE SS-R-AVG-LEAD ROUNDED =
                   SS-LEAD-TOTAL / SS-LEAD-COUNT
           ELSE
               MOVE 99999.9 TO SS-R-AVG-LEAD
           END-IF
           MOVE SS-PRIOR-SUPPLIER TO SS-R-SUPPLIER
           MOVE SS-PLACED         TO SS-R-PLACED
           MOVE SS-LEAD-COUNT     TO SS-R-LEAD-COUNT
           MOVE SS-WORST-LEAD     TO SS-R-WORST-LEAD
           MOVE SS-BACKORDERS     TO SS-R-BACKORDERS
           MOVE SS-CANCELLED      TO SS-R-CANCELLED
           MOVE SS-AGE-30         TO SS-R-AGE-30
           MOVE SS-AGE-60         TO SS-R-AGE-60
           MOVE SS-AGE-90         TO SS-R-AGE-90
           MOVE SS-AGE-OVER       TO SS-R-AGE-OVER
           WRITE SS-WORK-RECORD FROM SS-RANK-RECORD.
       3300-EXIT.
           EXIT.

       4000-PRINT-SCORECARD.
           MOVE "N" TO SS-SORTFILE-EOF-SWITCH
           PERFORM 4100-PRINT-ONE-SUPPLIER THRU 4100-EXIT
               UNTIL SS-SORTFILE-EOF.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-SUPPLIER.
           RETURN RankFile
               AT END
                   SET SS-SORTFILE-EOF TO TRUE
                   GO TO 4100-EXIT
           END-RETURN
           MOVE SPACES TO SS-DETAIL-LINE
           IF SS-R-RANKED
               ADD 1 TO SS-RANK
               MOVE SS-RANK TO SS-D-RANK
           END-IF
           MOVE SS-R-SUPPLIER TO SS-D-SUPPLIER
           PERFORM 4200-LOOK-UP-SUPPLIER THRU 4200-EXIT
           MOVE SS-R-PLACED TO SS-D-PLACED
           IF SS-R-LEAD-COUNT > ZEROS
               MOVE SS-R-AVG-LEAD   TO SS-D-AVG-LEAD
               MOVE SS-R-WORST-LEAD TO SS-D-WORST-LEAD
           END-IF
           IF SS-R-RANKED
               MOVE SS-R-FILL-RATE  TO SS-D-FILL-RATE
           END-IF
           MOVE SS-R-BACKORDERS TO SS-D-BACKORDERS
           MOVE SS-R-CANCELLED  TO SS-D-CANCELLED
           MOVE SS-R-AGE-30     TO SS-D-AGE-30
           MOVE SS-R-AGE-60     TO SS-D-AGE-60
           MOVE SS-R-AGE-90     TO SS-D-AGE-90
           MOVE SS-R-AGE-OVER   TO SS-D-AGE-OVER
           DISPLAY SS-DETAIL-LINE
           ADD 1 TO SS-SUPPLIER-COUNT.
       4100-EXIT.
           EXIT.

       4200-LOOK-UP-SUPPLIER.
           MOVE SPACES TO SS-D-NAME
           IF NOT SS-SUPPFILE-OPEN
               GO TO 4200-EXIT
           END-IF
           MOVE SS-R-SUPPLIER TO SP-SUPPLIER-CODE
           READ SupplierFile
               INVALID KEY
                   MOVE "*NOT ON MASTER*" TO SS-D-NAME
               NOT INVALID KEY
                   MOVE SP-SUPPLIER-NAME TO SS-D-NAME
           END-READ.
       4200-EXIT.
           EXIT.

       5000-TERMINATE.
           IF SS-SUPPFILE-OPEN
               CLOSE SupplierFile
           END-IF
           DISPLAY "----------------------------------------"
                   "--------------------------------------"
           DISPLAY SS-SUPPLIER-COUNT " supplier(s), " SS-RANK
                   " ranked.".
       5000-EXIT.
           EXIT.
