       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORDDUPRT.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  ORDDUPRT
      *
      *  Weekly duplicate-override report.  BOOKORD checks every new
      *  order against the catalog, the open orders and the pending
      *  suggestions, and an operator who places the order anyway
      *  leaves a line on ORDDUP.DAT with what the check found.
      *  This lists the lines logged in the last seven days, oldest
      *  first, each with what was already held, on order or
      *  suggested when it was placed and where the order stands on
      *  ORDERS.DAT now, so acquisitions can review the week's
      *  overrides (and cancel any that were mistakes before the
      *  supplier ships).  Ends RC=4 when there is anything to
      *  review, RC=8 if the log cannot be read.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DupLogFile ASSIGN TO "ORDDUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UR-DUPLOG-STATUS.
           SELECT OrderFile ASSIGN TO "ORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-ORDER-NO
               FILE STATUS IS UR-ORDERFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DupLogFile.
       COPY ORDDUP.

       FD OrderFile.
       COPY ORDERREC.

       WORKING-STORAGE SECTION.
       01  UR-DUPLOG-STATUS          PIC X(02).
           88  UR-DUPLOG-OK          VALUE "00".
           88  UR-DUPLOG-NEW         VALUE "35".

       01  UR-ORDERFILE-STATUS       PIC X(02).
           88  UR-ORDERFILE-OK       VALUE "00".

       01  UR-ORDERS-OPEN-SWITCH     PIC X(01) VALUE "N".
           88  UR-ORDERS-OPEN        VALUE "Y".

       01  UR-DUPLOG-EOF-SWITCH      PIC X(01) VALUE "N".
           88  UR-DUPLOG-EOF         VALUE "Y".

      *  Overrides logged within this many days, today included,
      *  are listed.
       01  UR-WINDOW-DAYS            PIC S9(05) VALUE 7.
       01  UR-SYSTEM-DATE            PIC 9(08).
       01  UR-FROM-DATE              PIC 9(08).

       01  UR-LISTED-COUNT           PIC 9(05) VALUE ZEROS.
       01  UR-ISBN-COUNT             PIC 9(05) VALUE ZEROS.
       01  UR-TITLE-COUNT            PIC 9(05) VALUE ZEROS.
       01  UR-STILL-OPEN-COUNT       PIC 9(05) VALUE ZEROS.
       01  UR-COPIES-COUNT           PIC 9(07) VALUE ZEROS.

       COPY RUNDATE.

       COPY DATESVCA.

       COPY STEPLOGC.

       01  UR-HEADING-1.
           05  FILLER                PIC X(10) VALUE "ORDDUPRT".
           05  FILLER                PIC X(43) VALUE
               "ORDERS PLACED DESPITE A DUPLICATE WARNING".
           05  FILLER                PIC X(10) VALUE "RUN DATE:".
           05  UR-H1-DATE            PIC X(10).

       01  UR-HEADING-2.
           05  FILLER                PIC X(18) VALUE
               "LOGGED FROM      ".
           05  UR-H2-FROM-DATE       PIC 9(08).
           05  FILLER                PIC X(04) VALUE " TO ".
           05  UR-H2-TO-DATE         PIC 9(08).

       01  UR-HEADING-3.
           05  FILLER                PIC X(08) VALUE "ORDER".
           05  FILLER                PIC X(10) VALUE "LOGGED".
           05  FILLER                PIC X(10) VALUE "OPERATOR".
           05  FILLER                PIC X(07) VALUE "SUPP".
           05  FILLER                PIC X(32) VALUE "TITLE".
           05  FILLER                PIC X(05) VALUE "QTY".
           05  FILLER                PIC X(08) VALUE "FUND".
           05  FILLER                PIC X(10) VALUE "NOW".

       01  UR-DETAIL-LINE.
           05  UR-D-ORDER-NO         PIC 9(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  UR-D-LOG-DATE         PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  UR-D-OPER-ID          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  UR-D-SUPPLIER         PIC X(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  UR-D-TITLE            PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  UR-D-QTY              PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  UR-D-FUND             PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  UR-D-STATUS           PIC X(10).

       01  UR-ISBN-LINE.
           05  FILLER                PIC X(18) VALUE SPACES.
           05  FILLER                PIC X(06) VALUE "ISBN ".
           05  UR-I-ISBN             PIC 9(13).
           05  FILLER                PIC X(10) VALUE "  AUTHOR ".
           05  UR-I-AUTHOR           PIC X(15).
           05  FILLER                PIC X(10) VALUE "  MATCH ON".
           05  FILLER                PIC X(01) VALUE SPACE.
           05  UR-I-MATCH            PIC X(14).

       01  UR-HELD-LINE.
           05  FILLER                PIC X(18) VALUE SPACES.
           05  FILLER                PIC X(06) VALUE "HELD ".
           05  UR-H-HITS             PIC ZZ9.
           05  FILLER                PIC X(13) VALUE " record(s), ".
           05  FILLER                PIC X(06) VALUE "first ".
           05  UR-H-BOOK-ID          PIC 9(07).
           05  FILLER                PIC X(08) VALUE "  owned ".
           05  UR-H-OWNED            PIC ZZ,ZZ9.
           05  FILLER                PIC X(06) VALUE "  out ".
           05  UR-H-OUT              PIC ZZ,ZZ9.
           05  FILLER                PIC X(08) VALUE "  holds ".
           05  UR-H-HOLDS            PIC ZZ,ZZ9.

       01  UR-ON-ORDER-LINE.
           05  FILLER                PIC X(18) VALUE SPACES.
           05  FILLER                PIC X(06) VALUE "ORDER".
           05  UR-O-HITS             PIC ZZ9.
           05  FILLER                PIC X(13) VALUE " open, ".
           05  FILLER                PIC X(06) VALUE "first ".
           05  UR-O-ORDER-NO         PIC 9(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  UR-O-QTY              PIC ZZ,ZZ9.
           05  FILLER                PIC X(11) VALUE " copies due".
           05  FILLER                PIC X(14) VALUE
               "  SUGGESTIONS ".
           05  UR-O-SUGG-HITS        PIC ZZ9.

       01  UR-TOTAL-LINE-1.
           05  FILLER                PIC X(24) VALUE
               "OVERRIDES LISTED       ".
           05  UR-T-LISTED           PIC ZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE "   COPIES  ".
           05  UR-T-COPIES           PIC Z,ZZZ,ZZ9.

       01  UR-TOTAL-LINE-2.
           05  FILLER                PIC X(24) VALUE
               "  ON ISBN              ".
           05  UR-T-ISBN             PIC ZZ,ZZ9.
           05  FILLER                PIC X(16) VALUE
               "   ON TITLE    ".
           05  UR-T-TITLE            PIC ZZ,ZZ9.

       01  UR-TOTAL-LINE-3.
           05  FILLER                PIC X(24) VALUE
               "  STILL OPEN           ".
           05  UR-T-OPEN             PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "ORDDUP-RPT" TO SL-STEP-NAME
           MOVE "START" TO SL-STEP-ACTION
           CALL "STEP-LOG" USING SL-STEP-LOG-AREA
           END-CALL
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF UR-DUPLOG-OK
               PERFORM 2000-LIST-ONE-OVERRIDE THRU 2000-EXIT
                   UNTIL UR-DUPLOG-EOF
               CLOSE DupLogFile
           END-IF
           IF UR-ORDERS-OPEN
               CLOSE OrderFile
           END-IF
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
           MOVE "ORDDUP-RPT" TO SL-STEP-NAME
           MOVE "STOP" TO SL-STEP-ACTION
           CALL "STEP-LOG" USING SL-STEP-LOG-AREA
           END-CALL
           GOBACK.

       1000-INITIALIZE.
           ACCEPT UR-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE "A" TO DS-FUNCTION
           MOVE UR-SYSTEM-DATE TO DS-DATE-1
           COMPUTE DS-DAYS = 1 - UR-WINDOW-DAYS
           MOVE SPACES TO DS-BRANCH
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           MOVE DS-DATE-2 TO UR-FROM-DATE
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           MOVE RD-RUN-DATE-DISPLAY TO UR-H1-DATE
           MOVE UR-FROM-DATE TO UR-H2-FROM-DATE
           MOVE UR-SYSTEM-DATE TO UR-H2-TO-DATE
           DISPLAY UR-HEADING-1
           DISPLAY UR-HEADING-2
           DISPLAY " "
           DISPLAY UR-HEADING-3
      *    The order's standing today is a courtesy - without
      *    ORDERS.DAT the log is still listed.
           OPEN INPUT OrderFile
           IF UR-ORDERFILE-OK
               SET UR-ORDERS-OPEN TO TRUE
           ELSE
               DISPLAY "ORDERS.DAT not available - status "
                       UR-ORDERFILE-STATUS " - current status not"
                       " shown."
           END-IF
           OPEN INPUT DupLogFile
           IF UR-DUPLOG-NEW
               DISPLAY "No duplicate overrides have been logged."
               GO TO 1000-EXIT
           END-IF
           IF NOT UR-DUPLOG-OK
               DISPLAY "ORDDUP.DAT OPEN failed - status "
                       UR-DUPLOG-STATUS "."
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-LIST-ONE-OVERRIDE.
           READ DupLogFile
               AT END
                   SET UR-DUPLOG-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF OV-LOG-DATE < UR-FROM-DATE
               OR OV-LOG-DATE > UR-SYSTEM-DATE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO UR-LISTED-COUNT
           ADD OV-QUANTITY TO UR-COPIES-COUNT
           MOVE OV-ORDER-NO  TO UR-D-ORDER-NO
           MOVE OV-LOG-DATE  TO UR-D-LOG-DATE
           MOVE OV-OPER-ID   TO UR-D-OPER-ID
           MOVE OV-SUPPLIER  TO UR-D-SUPPLIER
           MOVE OV-TITLE     TO UR-D-TITLE
           MOVE OV-QUANTITY  TO UR-D-QTY
           MOVE OV-FUND-CODE TO UR-D-FUND
           PERFORM 2100-GET-ORDER-STATUS THRU 2100-EXIT
           MOVE OV-ISBN      TO UR-I-ISBN
           MOVE OV-AUTHOR    TO UR-I-AUTHOR
           IF OV-ISBN-MATCH
               MOVE "ISBN"       TO UR-I-MATCH
               ADD 1 TO UR-ISBN-COUNT
           ELSE
               MOVE "TITLE/AUTHOR" TO UR-I-MATCH
               ADD 1 TO UR-TITLE-COUNT
           END-IF
           DISPLAY " "
           DISPLAY UR-DETAIL-LINE
           DISPLAY UR-ISBN-LINE
           IF OV-CATALOG-HITS > ZEROS
               MOVE OV-CATALOG-HITS  TO UR-H-HITS
               MOVE OV-FIRST-BOOK-ID TO UR-H-BOOK-ID
               MOVE OV-COPIES-OWNED  TO UR-H-OWNED
               MOVE OV-COPIES-OUT    TO UR-H-OUT
               MOVE OV-HOLDS-WAITING TO UR-H-HOLDS
               DISPLAY UR-HELD-LINE
           END-IF
           IF OV-ORDER-HITS > ZEROS OR OV-SUGGEST-HITS > ZEROS
               MOVE OV-ORDER-HITS     TO UR-O-HITS
               MOVE OV-FIRST-ORDER-NO TO UR-O-ORDER-NO
               MOVE OV-ON-ORDER-QTY   TO UR-O-QTY
               MOVE OV-SUGGEST-HITS   TO UR-O-SUGG-HITS
               DISPLAY UR-ON-ORDER-LINE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-GET-ORDER-STATUS.
           MOVE SPACES TO UR-D-STATUS
           IF NOT UR-ORDERS-OPEN
               GO TO 2100-EXIT
           END-IF
           MOVE OV-ORDER-NO TO OR-ORDER-NO
           READ OrderFile
               INVALID KEY
                   MOVE "NOT ON FILE" TO UR-D-STATUS
                   GO TO 2100-EXIT
           END-READ
           EVALUATE TRUE
               WHEN OR-ORDERED
                   MOVE "OPEN" TO UR-D-STATUS
                   ADD 1 TO UR-STILL-OPEN-COUNT
               WHEN OR-RECEIVED
                   MOVE "RECEIVED" TO UR-D-STATUS
               WHEN OR-CANCELLED
                   MOVE "CANCELLED" TO UR-D-STATUS
               WHEN OTHER
                   MOVE OR-STATUS TO UR-D-STATUS
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       3000-PRINT-TOTALS.
           MOVE UR-LISTED-COUNT     TO UR-T-LISTED
           MOVE UR-COPIES-COUNT     TO UR-T-COPIES
           MOVE UR-ISBN-COUNT       TO UR-T-ISBN
           MOVE UR-TITLE-COUNT      TO UR-T-TITLE
           MOVE UR-STILL-OPEN-COUNT TO UR-T-OPEN
           DISPLAY " "
           DISPLAY UR-TOTAL-LINE-1
           DISPLAY UR-TOTAL-LINE-2
           DISPLAY UR-TOTAL-LINE-3
           IF UR-LISTED-COUNT > ZEROS AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.
