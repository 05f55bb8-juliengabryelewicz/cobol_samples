       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CASHUP.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-14.
       DATE-COMPILED. 2026-10-14.
      *****************************************************************
      *  CASHUP
      *
      *  End-of-day cash-up.  Lists every payment and waiver FINE-SVC
      *  journaled to FINEJRNL.DAT since the last cash-up, sorted by
      *  operator and then by method - cash, card, cheque, waived -
      *  with a subtotal at each method and operator break and the
      *  day's totals by method, so each drawer is counted against
      *  its own figure.  The journal is then balanced back to the
      *  ledger: the day's movement in FN-PAID-TOTAL and
      *  FN-WAIVED-TOTAL across BOOKFINE.DAT (today's totals less
      *  those FINESNAP.DAT kept at the last cash-up) must equal the
      *  payments and waivers journaled, and any difference prints
      *  as a VARIANCE with return code 4.  The totals are then kept
      *  on FINESNAP.DAT for tomorrow.  The very first run has no
      *  earlier totals to balance against and only records them.
      *  Run it once the desks have closed.  Prints at the console,
      *  in the style of DAYRPT.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-14  jg  Original program, introduced with the
      *                  cashier payment journal.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JournalFile ASSIGN TO "FINEJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CU-JRNLFILE-STATUS.
           SELECT FineFile ASSIGN TO "BOOKFINE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FN-BORROWER-NO
               FILE STATUS IS CU-FINEFILE-STATUS.
           SELECT SnapFile ASSIGN TO "FINESNAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CU-SNAPFILE-STATUS.
           SELECT SortFile ASSIGN TO "CASHUP.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD JournalFile.
       COPY FINEJRNL.

       FD FineFile.
       COPY FINEREC.

      *  One record - the ledger's totals as the last cash-up left
      *  them, and when.
       FD SnapFile.
       01  CU-SNAP-RECORD.
           05  CU-SN-STAMP.
               10  CU-SN-DATE        PIC 9(08).
               10  CU-SN-TIME        PIC 9(08).
           05  CU-SN-PAID-TOTAL      PIC 9(09)V99.
           05  CU-SN-WAIVED-TOTAL    PIC 9(09)V99.

       SD SortFile.
       01  CU-SORT-RECORD.
           05  CU-S-OPER-ID          PIC X(08).
           05  CU-S-KIND             PIC X(02).
           05  CU-S-RECEIPT-NO       PIC 9(07).
           05  CU-S-POST-TIME        PIC 9(08).
           05  CU-S-BRANCH           PIC X(03).
           05  CU-S-BORROWER-NO      PIC 9(05).
           05  CU-S-AMOUNT           PIC 9(05)V99.

       WORKING-STORAGE SECTION.
       01  CU-JRNLFILE-STATUS        PIC X(02).
           88  CU-JRNLFILE-OK        VALUE "00".

       01  CU-FINEFILE-STATUS        PIC X(02).
           88  CU-FINEFILE-OK        VALUE "00".

       01  CU-SNAPFILE-STATUS        PIC X(02).
           88  CU-SNAPFILE-OK        VALUE "00".

       01  CU-JRNLFILE-EOF-SWITCH    PIC X(01) VALUE "N".
           88  CU-JRNLFILE-EOF       VALUE "Y".

       01  CU-FINEFILE-EOF-SWITCH    PIC X(01) VALUE "N".
           88  CU-FINEFILE-EOF       VALUE "Y".

       01  CU-SORTFILE-EOF-SWITCH    PIC X(01) VALUE "N".
           88  CU-SORTFILE-EOF       VALUE "Y".

       01  CU-FIRST-RECORD-SWITCH    PIC X(01) VALUE "Y".
           88  CU-FIRST-RECORD       VALUE "Y".

       01  CU-SNAP-FOUND-SWITCH      PIC X(01) VALUE "N".
           88  CU-SNAP-FOUND         VALUE "Y".

      *  The journal lines counted are those after the last cash-up
      *  and up to the moment this one started.
       01  CU-FROM-STAMP.
           05  CU-FROM-DATE          PIC 9(08).
           05  CU-FROM-TIME          PIC 9(08).

       01  CU-TO-STAMP.
           05  CU-TO-DATE            PIC 9(08).
           05  CU-TO-TIME            PIC 9(08).

       01  CU-POST-STAMP.
           05  CU-POST-DATE          PIC 9(08).
           05  CU-POST-TIME          PIC 9(08).

       01  CU-PRIOR-OPER-ID          PIC X(08) VALUE SPACES.
       01  CU-PRIOR-KIND             PIC X(02) VALUE SPACES.

       01  CU-KIND-COUNT             PIC 9(05) VALUE ZEROS.
       01  CU-KIND-AMOUNT            PIC 9(07)V99 VALUE ZEROS.
       01  CU-OPER-AMOUNT            PIC 9(07)V99 VALUE ZEROS.

      *  The day's totals by method.
       01  CU-CASH-TOTAL             PIC 9(09)V99 VALUE ZEROS.
       01  CU-CARD-TOTAL             PIC 9(09)V99 VALUE ZEROS.
       01  CU-CHEQUE-TOTAL           PIC 9(09)V99 VALUE ZEROS.
       01  CU-PAID-TOTAL             PIC 9(09)V99 VALUE ZEROS.
       01  CU-WAIVED-TOTAL           PIC 9(09)V99 VALUE ZEROS.
       01  CU-PAID-COUNT             PIC 9(05) VALUE ZEROS.
       01  CU-WAIVED-COUNT           PIC 9(05) VALUE ZEROS.

      *  The ledger's totals at the last cash-up and now, and its
      *  movement between.
       01  CU-PRIOR-PAID             PIC 9(09)V99 VALUE ZEROS.
       01  CU-PRIOR-WAIVED           PIC 9(09)V99 VALUE ZEROS.
       01  CU-LEDGER-PAID            PIC 9(09)V99 VALUE ZEROS.
       01  CU-LEDGER-WAIVED          PIC 9(09)V99 VALUE ZEROS.
       01  CU-MOVED-PAID             PIC S9(09)V99 VALUE ZEROS.
       01  CU-MOVED-WAIVED           PIC S9(09)V99 VALUE ZEROS.
       01  CU-VARIANCE               PIC S9(09)V99 VALUE ZEROS.

       01  CU-TOTAL-DISPLAY          PIC ZZZ,ZZZ,ZZ9.99-.

       COPY RUNDATE.

       01  CU-HEADING-1.
           05  FILLER                PIC X(08) VALUE "CASHUP".
           05  FILLER                PIC X(23) VALUE
               "END-OF-DAY CASH-UP".
           05  FILLER                PIC X(10) VALUE "RUN DATE:".
           05  CU-H1-DATE            PIC X(10).

       01  CU-HEADING-2.
           05  FILLER                PIC X(22) VALUE
               "Posted since cash-up ".
           05  CU-H2-DATE            PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  CU-H2-TIME            PIC 9(08).

       01  CU-OPERATOR-LINE.
           05  FILLER                PIC X(10) VALUE "OPERATOR: ".
           05  CU-OL-OPER-ID         PIC X(08).

       01  CU-DETAIL-LINE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CU-D-RECEIPT-NO       PIC 9(07).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CU-D-TIME-HH          PIC 9(02).
           05  FILLER                PIC X(01) VALUE ":".
           05  CU-D-TIME-MM          PIC 9(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CU-D-BORROWER-NO      PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CU-D-BRANCH           PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CU-D-KIND             PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  CU-D-AMOUNT           PIC ZZ,ZZ9.99.

       01  CU-KIND-LINE.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  CU-KL-KIND            PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  CU-KL-COUNT           PIC ZZ,ZZ9.
           05  FILLER                PIC X(15) VALUE
               " posting(s)  $ ".
           05  CU-KL-AMOUNT          PIC Z,ZZZ,ZZ9.99.

       01  CU-OPER-TOTAL-LINE.
           05  FILLER                PIC X(27) VALUE
               "  Taken into the drawer  $ ".
           05  CU-OT-AMOUNT          PIC Z,ZZZ,ZZ9.99.

       01  CU-NAME-KIND              PIC X(02).
       01  CU-KIND-NAME              PIC X(06).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT SortFile
               ON ASCENDING KEY CU-S-OPER-ID
               ON ASCENDING KEY CU-S-KIND
               ON ASCENDING KEY CU-S-RECEIPT-NO
               INPUT PROCEDURE IS 2000-RELEASE-JOURNAL THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-PRINT-SORTED THRU 3000-EXIT
           PERFORM 4000-PRINT-DAY-TOTALS THRU 4000-EXIT
           PERFORM 5000-BALANCE-TO-LEDGER THRU 5000-EXIT
           GOBACK.

       1000-INITIALIZE.
           ACCEPT CU-TO-DATE FROM DATE YYYYMMDD
           ACCEPT CU-TO-TIME FROM TIME
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           MOVE RD-RUN-DATE-DISPLAY TO CU-H1-DATE
           PERFORM 1100-READ-SNAPSHOT THRU 1100-EXIT
           DISPLAY CU-HEADING-1
           IF CU-SNAP-FOUND
               MOVE CU-FROM-DATE TO CU-H2-DATE
               MOVE CU-FROM-TIME TO CU-H2-TIME
               DISPLAY CU-HEADING-2
           ELSE
               DISPLAY "No earlier cash-up on file - today's"
                       " postings only."
           END-IF
           DISPLAY "==================================================".
       1000-EXIT.
           EXIT.

      *  Without an earlier cash-up the window opens at midnight.
       1100-READ-SNAPSHOT.
           MOVE CU-TO-DATE TO CU-FROM-DATE
           MOVE ZEROS TO CU-FROM-TIME
           OPEN INPUT SnapFile
           IF NOT CU-SNAPFILE-OK
               GO TO 1100-EXIT
           END-IF
           READ SnapFile
               AT END
                   CLOSE SnapFile
                   GO TO 1100-EXIT
           END-READ
           IF CU-SN-STAMP IS NUMERIC
               AND CU-SN-PAID-TOTAL IS NUMERIC
               AND CU-SN-WAIVED-TOTAL IS NUMERIC
               MOVE CU-SN-STAMP TO CU-FROM-STAMP
               MOVE CU-SN-PAID-TOTAL TO CU-PRIOR-PAID
               MOVE CU-SN-WAIVED-TOTAL TO CU-PRIOR-WAIVED
               SET CU-SNAP-FOUND TO TRUE
           END-IF
           CLOSE SnapFile.
       1100-EXIT.
           EXIT.

       2000-RELEASE-JOURNAL.
           OPEN INPUT JournalFile
           IF NOT CU-JRNLFILE-OK
               DISPLAY "FINEJRNL.DAT not available - status "
                       CU-JRNLFILE-STATUS " - nothing journaled."
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-RELEASE-ONE-POSTING THRU 2100-EXIT
               UNTIL CU-JRNLFILE-EOF
           CLOSE JournalFile.
       2000-EXIT.
           EXIT.

      *  Only payments and waivers move the drawer or the totals
      *  balanced; assessments and credits are left out.
       2100-RELEASE-ONE-POSTING.
           READ JournalFile
               AT END
                   SET CU-JRNLFILE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF NOT FJ-PAYMENT AND NOT FJ-WAIVER
               GO TO 2100-EXIT
           END-IF
           MOVE FJ-POST-DATE TO CU-POST-DATE
           MOVE FJ-POST-TIME TO CU-POST-TIME
           IF CU-SNAP-FOUND
               IF CU-POST-STAMP NOT > CU-FROM-STAMP
                   GO TO 2100-EXIT
               END-IF
           ELSE
               IF CU-POST-STAMP < CU-FROM-STAMP
                   GO TO 2100-EXIT
               END-IF
           END-IF
           IF CU-POST-STAMP > CU-TO-STAMP
               GO TO 2100-EXIT
           END-IF
           MOVE FJ-OPER-ID       TO CU-S-OPER-ID
           IF FJ-WAIVER
               MOVE "W "         TO CU-S-KIND
           ELSE
               MOVE "P"          TO CU-S-KIND (1:1)
               MOVE FJ-METHOD    TO CU-S-KIND (2:1)
           END-IF
           MOVE FJ-RECEIPT-NO    TO CU-S-RECEIPT-NO
           MOVE FJ-POST-TIME     TO CU-S-POST-TIME
           MOVE FJ-BRANCH        TO CU-S-BRANCH
           MOVE FJ-BORROWER-NO   TO CU-S-BORROWER-NO
           MOVE FJ-AMOUNT        TO CU-S-AMOUNT
           RELEASE CU-SORT-RECORD.
       2100-EXIT.
           EXIT.

       3000-PRINT-SORTED.
           RETURN SortFile
               AT END
                   SET CU-SORTFILE-EOF TO TRUE
           END-RETURN
           PERFORM 3100-PRINT-ONE-SORTED THRU 3100-EXIT
               UNTIL CU-SORTFILE-EOF
           IF NOT CU-FIRST-RECORD
               PERFORM 3200-PRINT-KIND-TOTAL THRU 3200-EXIT
               PERFORM 3300-PRINT-OPER-TOTAL THRU 3300-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-PRINT-ONE-SORTED.
           IF CU-FIRST-RECORD
               PERFORM 3110-START-NEW-OPERATOR THRU 3110-EXIT
           ELSE
               IF CU-S-OPER-ID NOT = CU-PRIOR-OPER-ID
                   PERFORM 3200-PRINT-KIND-TOTAL THRU 3200-EXIT
                   PERFORM 3300-PRINT-OPER-TOTAL THRU 3300-EXIT
                   PERFORM 3110-START-NEW-OPERATOR THRU 3110-EXIT
               ELSE
                   IF CU-S-KIND NOT = CU-PRIOR-KIND
                       PERFORM 3200-PRINT-KIND-TOTAL THRU 3200-EXIT
                       MOVE CU-S-KIND TO CU-PRIOR-KIND
                   END-IF
               END-IF
           END-IF
           MOVE CU-S-KIND TO CU-NAME-KIND
           PERFORM 3400-NAME-KIND THRU 3400-EXIT
           MOVE CU-S-RECEIPT-NO       TO CU-D-RECEIPT-NO
           MOVE CU-S-POST-TIME (1:2)  TO CU-D-TIME-HH
           MOVE CU-S-POST-TIME (3:2)  TO CU-D-TIME-MM
           MOVE CU-S-BORROWER-NO      TO CU-D-BORROWER-NO
           MOVE CU-S-BRANCH           TO CU-D-BRANCH
           MOVE CU-KIND-NAME          TO CU-D-KIND
           MOVE CU-S-AMOUNT           TO CU-D-AMOUNT
           DISPLAY CU-DETAIL-LINE
           ADD 1 TO CU-KIND-COUNT
           ADD CU-S-AMOUNT TO CU-KIND-AMOUNT
           IF CU-S-KIND (1:1) = "W"
               ADD 1 TO CU-WAIVED-COUNT
               ADD CU-S-AMOUNT TO CU-WAIVED-TOTAL
           ELSE
               ADD 1 TO CU-PAID-COUNT
               ADD CU-S-AMOUNT TO CU-PAID-TOTAL
               ADD CU-S-AMOUNT TO CU-OPER-AMOUNT
               EVALUATE CU-S-KIND (2:1)
                   WHEN "D"
                       ADD CU-S-AMOUNT TO CU-CARD-TOTAL
                   WHEN "Q"
                       ADD CU-S-AMOUNT TO CU-CHEQUE-TOTAL
                   WHEN OTHER
                       ADD CU-S-AMOUNT TO CU-CASH-TOTAL
               END-EVALUATE
           END-IF
           RETURN SortFile
               AT END
                   SET CU-SORTFILE-EOF TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.

      *  A posting with no operator signed on breaks under blank.
       3110-START-NEW-OPERATOR.
           MOVE CU-S-OPER-ID TO CU-PRIOR-OPER-ID
           MOVE CU-S-KIND    TO CU-PRIOR-KIND
           MOVE CU-S-OPER-ID TO CU-OL-OPER-ID
           IF CU-S-OPER-ID = SPACES
               MOVE "(none)" TO CU-OL-OPER-ID
           END-IF
           MOVE "N"          TO CU-FIRST-RECORD-SWITCH
           MOVE ZEROS        TO CU-OPER-AMOUNT
           DISPLAY SPACES
           DISPLAY CU-OPERATOR-LINE.
       3110-EXIT.
           EXIT.

       3200-PRINT-KIND-TOTAL.
           MOVE CU-PRIOR-KIND  TO CU-NAME-KIND
           PERFORM 3400-NAME-KIND THRU 3400-EXIT
           MOVE CU-KIND-NAME   TO CU-KL-KIND
           MOVE CU-KIND-COUNT  TO CU-KL-COUNT
           MOVE CU-KIND-AMOUNT TO CU-KL-AMOUNT
           DISPLAY CU-KIND-LINE
           MOVE ZEROS TO CU-KIND-COUNT CU-KIND-AMOUNT.
       3200-EXIT.
           EXIT.

       3300-PRINT-OPER-TOTAL.
           MOVE CU-OPER-AMOUNT TO CU-OT-AMOUNT
           DISPLAY CU-OPER-TOTAL-LINE.
       3300-EXIT.
           EXIT.

       3400-NAME-KIND.
           EVALUATE TRUE
               WHEN CU-NAME-KIND (1:1) = "W"
                   MOVE "WAIVED" TO CU-KIND-NAME
               WHEN CU-NAME-KIND (2:1) = "D"
                   MOVE "CARD"   TO CU-KIND-NAME
               WHEN CU-NAME-KIND (2:1) = "Q"
                   MOVE "CHEQUE" TO CU-KIND-NAME
               WHEN OTHER
                   MOVE "CASH"   TO CU-KIND-NAME
           END-EVALUATE.
       3400-EXIT.
           EXIT.

       4000-PRINT-DAY-TOTALS.
           DISPLAY SPACES
           DISPLAY "--------------------------------------------------"
           DISPLAY "TOTALS BY METHOD"
           MOVE CU-CASH-TOTAL TO CU-TOTAL-DISPLAY
           DISPLAY "Cash.................: " CU-TOTAL-DISPLAY
           MOVE CU-CARD-TOTAL TO CU-TOTAL-DISPLAY
           DISPLAY "Card.................: " CU-TOTAL-DISPLAY
           MOVE CU-CHEQUE-TOTAL TO CU-TOTAL-DISPLAY
           DISPLAY "Cheque...............: " CU-TOTAL-DISPLAY
           MOVE CU-PAID-TOTAL TO CU-TOTAL-DISPLAY
           DISPLAY "Payments taken.......: " CU-TOTAL-DISPLAY
                   "  (" CU-PAID-COUNT ")"
           MOVE CU-WAIVED-TOTAL TO CU-TOTAL-DISPLAY
           DISPLAY "Waived...............: " CU-TOTAL-DISPLAY
                   "  (" CU-WAIVED-COUNT ")".
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  5000-BALANCE-TO-LEDGER - what the ledger's paid and waived
      *  totals moved by since the last cash-up must be what the
      *  journal took.  A difference means a posting reached one
      *  and not the other and is flagged for the supervisor.
      *****************************************************************
       5000-BALANCE-TO-LEDGER.
           DISPLAY SPACES
           DISPLAY "BALANCE TO LEDGER (BOOKFINE.DAT)"
           OPEN INPUT FineFile
           IF NOT CU-FINEFILE-OK
               DISPLAY "BOOKFINE.DAT OPEN failed - status "
                       CU-FINEFILE-STATUS " - not balanced."
               MOVE 8 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-ADD-ONE-ACCOUNT THRU 5100-EXIT
               UNTIL CU-FINEFILE-EOF
           CLOSE FineFile
           IF NOT CU-SNAP-FOUND
               DISPLAY "First cash-up - ledger totals recorded as"
                       " the starting point."
               PERFORM 6000-WRITE-SNAPSHOT THRU 6000-EXIT
               GO TO 5000-EXIT
           END-IF
           COMPUTE CU-MOVED-PAID =
               CU-LEDGER-PAID - CU-PRIOR-PAID
           COMPUTE CU-MOVED-WAIVED =
               CU-LEDGER-WAIVED - CU-PRIOR-WAIVED
           MOVE CU-MOVED-PAID TO CU-TOTAL-DISPLAY
           DISPLAY "Ledger paid moved....: " CU-TOTAL-DISPLAY
           COMPUTE CU-VARIANCE = CU-MOVED-PAID - CU-PAID-TOTAL
           IF CU-VARIANCE NOT = ZEROS
               MOVE CU-VARIANCE TO CU-TOTAL-DISPLAY
               DISPLAY "*** VARIANCE on payments: " CU-TOTAL-DISPLAY
                       " ***"
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE CU-MOVED-WAIVED TO CU-TOTAL-DISPLAY
           DISPLAY "Ledger waived moved..: " CU-TOTAL-DISPLAY
           COMPUTE CU-VARIANCE = CU-MOVED-WAIVED - CU-WAIVED-TOTAL
           IF CU-VARIANCE NOT = ZEROS
               MOVE CU-VARIANCE TO CU-TOTAL-DISPLAY
               DISPLAY "*** VARIANCE on waivers: " CU-TOTAL-DISPLAY
                       " ***"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = ZEROS
               DISPLAY "Journal and ledger agree."
           END-IF
           PERFORM 6000-WRITE-SNAPSHOT THRU 6000-EXIT.
       5000-EXIT.
           EXIT.

       5100-ADD-ONE-ACCOUNT.
           READ FineFile NEXT RECORD
               AT END
                   SET CU-FINEFILE-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ
           ADD FN-PAID-TOTAL   TO CU-LEDGER-PAID
           ADD FN-WAIVED-TOTAL TO CU-LEDGER-WAIVED.
       5100-EXIT.
           EXIT.

      *  Tomorrow's cash-up balances from here.
       6000-WRITE-SNAPSHOT.
           OPEN OUTPUT SnapFile
           IF NOT CU-SNAPFILE-OK
               DISPLAY "FINESNAP.DAT OPEN failed - status "
                       CU-SNAPFILE-STATUS " - totals not kept."
               MOVE 8 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF
           MOVE CU-TO-STAMP      TO CU-SN-STAMP
           MOVE CU-LEDGER-PAID   TO CU-SN-PAID-TOTAL
           MOVE CU-LEDGER-WAIVED TO CU-SN-WAIVED-TOTAL
           WRITE CU-SNAP-RECORD
           CLOSE SnapFile.
       6000-EXIT.
           EXIT.
