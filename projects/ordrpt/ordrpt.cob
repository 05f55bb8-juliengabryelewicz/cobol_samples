      *                  received), so a backorder shows what is
      *                  still owed instead of the original order
      *                  size.
      *  2026-10-15  jg  Serials subscriptions due for renewal in the
      *                  next 60 days (or past due and still active)
      *                  are listed after the grand total, off the
      *                  SERIALS.DAT master SERMNT keeps, so renewals
      *                  come up with the rest of the money on order.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-SUPPLIER-CODE
               FILE STATUS IS OP-SUPPFILE-STATUS.
           SELECT SerialFile ASSIGN TO "SERIALS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SB-SUB-ID
               FILE STATUS IS OP-SERFILE-STATUS.
           SELECT SortFile ASSIGN TO "ORDRPT.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD SupplierFile.
       COPY SUPPREC.

       FD SerialFile.
       COPY SERLREC.

       SD SortFile.
       01  OP-SORT-RECORD.
           05  OP-S-SUPPLIER         PIC X(15).
       01  OP-SUPPFILE-STATUS        PIC X(02).
           88  OP-SUPPFILE-OK        VALUE "00".

       01  OP-SERFILE-STATUS         PIC X(02).
           88  OP-SERFILE-OK         VALUE "00".

       01  OP-SERFILE-EOF-SWITCH     PIC X(01) VALUE "N".
           88  OP-SERFILE-EOF        VALUE "Y".

       01  OP-ORDERFILE-EOF-SWITCH   PIC X(01) VALUE "N".
           88  OP-ORDERFILE-EOF      VALUE "Y".

       01  OP-GRAND-COUNT            PIC 9(05) VALUE ZEROS.
       01  OP-GRAND-VALUE            PIC 9(09)V99 VALUE ZEROS.

      *  Renewals falling due within this many days are listed.
       01  OP-RENEWAL-HORIZON        PIC S9(05) VALUE 60.
       01  OP-SYSTEM-DATE            PIC 9(08).
       01  OP-HORIZON-DATE           PIC 9(08).
       01  OP-RENEWAL-COUNT          PIC 9(05) VALUE ZEROS.

       COPY RUNDATE.

       COPY DATESVCA.

       01  OP-HEADING-1.
           05  FILLER                PIC X(08) VALUE "ORDRPT".
           05  FILLER                PIC X(21) VALUE
           05  FILLER                PIC X(13) VALUE " order(s)  $ ".
           05  OP-G-VALUE            PIC ZZZ,ZZZ,ZZZ.99.

       01  OP-RENEWAL-LINE.
           05  OP-R-SUB-ID           PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OP-R-TITLE            PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OP-R-SUPPLIER         PIC X(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OP-R-BRANCH           PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OP-R-DATE             PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  OP-R-FLAG             PIC X(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "N" TO OP-ORDERFILE-EOF-SWITCH
               ON ASCENDING KEY OP-S-ORDER-NO
               INPUT PROCEDURE IS 1000-RELEASE-ORDERS THRU 1000-EXIT
               OUTPUT PROCEDURE IS 2000-PROCESS-SORTED THRU 2000-EXIT
           PERFORM 3000-LIST-RENEWALS THRU 3000-EXIT
           GOBACK.

       1000-RELEASE-ORDERS.
           DISPLAY OP-GRANDTOTAL-LINE.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  3000-LIST-RENEWALS - active subscriptions on SERIALS.DAT
      *  whose renewal date falls within the horizon, and any whose
      *  date has gone by unrenewed.  With no serials master on file
      *  the section is left off.
      *****************************************************************
       3000-LIST-RENEWALS.
           OPEN INPUT SerialFile
           IF NOT OP-SERFILE-OK
               GO TO 3000-EXIT
           END-IF
           ACCEPT OP-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE "A" TO DS-FUNCTION
           MOVE OP-SYSTEM-DATE TO DS-DATE-1
           MOVE OP-RENEWAL-HORIZON TO DS-DAYS
           MOVE SPACES TO DS-BRANCH
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           MOVE DS-DATE-2 TO OP-HORIZON-DATE
           MOVE ZEROS TO OP-RENEWAL-COUNT
           MOVE "N" TO OP-SERFILE-EOF-SWITCH
           DISPLAY SPACES
           DISPLAY "SUBSCRIPTION RENEWALS DUE BY " OP-HORIZON-DATE
           DISPLAY "----------------------------------------"
           READ SerialFile NEXT RECORD
               AT END
                   SET OP-SERFILE-EOF TO TRUE
           END-READ
           PERFORM 3100-CHECK-ONE-RENEWAL THRU 3100-EXIT
               UNTIL OP-SERFILE-EOF
           CLOSE SerialFile
           DISPLAY "  " OP-RENEWAL-COUNT " subscription(s) to renew".
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-RENEWAL.
           IF SB-ACTIVE
               AND SB-RENEWAL-DATE > ZEROS
               AND SB-RENEWAL-DATE NOT > OP-HORIZON-DATE
               MOVE SB-SUB-ID        TO OP-R-SUB-ID
               MOVE SB-TITLE         TO OP-R-TITLE
               MOVE SB-SUPPLIER-CODE TO OP-R-SUPPLIER
               MOVE SB-BRANCH        TO OP-R-BRANCH
               MOVE SB-RENEWAL-DATE  TO OP-R-DATE
               IF SB-RENEWAL-DATE < OP-SYSTEM-DATE
                   MOVE "PAST DUE" TO OP-R-FLAG
               ELSE
                   MOVE SPACES TO OP-R-FLAG
               END-IF
               DISPLAY OP-RENEWAL-LINE
               ADD 1 TO OP-RENEWAL-COUNT
           END-IF
           READ SerialFile NEXT RECORD
               AT END
                   SET OP-SERFILE-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.
