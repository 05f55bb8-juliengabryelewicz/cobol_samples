       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COLLRMT.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-14.
       DATE-COMPILED. 2026-10-14.
      *****************************************************************
      *  COLLRMT
      *
      *  Monthly collections remittance report.  Lists every
      *  payment FINEMNT noted on COLLREM.DAT for an account already
      *  referred to the collection agency (see COLLREF), for the
      *  calendar month before the run - who paid, when, how much,
      *  the balance left and when the account was referred - with
      *  the month's total and the agency's commission on it at the
      *  COLLOPT.DAT rate (default 15 percent), so the agency's
      *  invoice can be reconciled against it.  Prints at the
      *  console, in the style of MEMBEXP.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-14  jg  Original program, introduced with the
      *                  collections referral.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RemitFile ASSIGN TO "COLLREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CX-REMFILE-STATUS.
           SELECT BorrowerFile ASSIGN TO "BORROWER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BW-BORROWER-NO
               FILE STATUS IS CX-BORRFILE-STATUS.
           SELECT OptionFile ASSIGN TO "COLLOPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CX-OPTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RemitFile.
       COPY COLLREM.

       FD BorrowerFile.
       COPY BORRREC.

       FD OptionFile.
       COPY COLLOPT.

       WORKING-STORAGE SECTION.
       01  CX-REMFILE-STATUS         PIC X(02).
           88  CX-REMFILE-OK         VALUE "00".

       01  CX-BORRFILE-STATUS        PIC X(02).
           88  CX-BORRFILE-OK        VALUE "00".

       01  CX-OPTFILE-STATUS         PIC X(02).
           88  CX-OPTFILE-OK         VALUE "00".

       01  CX-REMFILE-EOF-SWITCH     PIC X(01) VALUE "N".
           88  CX-REMFILE-EOF        VALUE "Y".

       01  CX-BORRFILE-OPEN-SWITCH   PIC X(01) VALUE "N".
           88  CX-BORRFILE-OPEN      VALUE "Y".

       01  CX-SYSTEM-DATE            PIC 9(08).
       01  CX-SYSTEM-DATE-PARTS REDEFINES CX-SYSTEM-DATE.
           05  CX-SYSTEM-YEAR        PIC 9(04).
           05  CX-SYSTEM-MONTH       PIC 9(02).
           05  FILLER                PIC 9(02).

      *  The month reported - the calendar month before the run.
       01  CX-REPORT-MONTH.
           05  CX-REPORT-YEAR        PIC 9(04).
           05  CX-REPORT-MM          PIC 9(02).

       01  CX-PAY-MONTH              PIC X(06).

      *  The agency's commission, percent of what it collected -
      *  the COLLOPT.DAT card overrides.
       01  CX-COMMISSION-PCT         PIC 9(02)V99 VALUE 15.00.

       01  CX-PAYMENT-COUNT          PIC 9(05) VALUE ZEROS.
       01  CX-PAYMENT-TOTAL          PIC 9(09)V99 VALUE ZEROS.
       01  CX-COMMISSION             PIC 9(09)V99 VALUE ZEROS.

       COPY RUNDATE.

       01  CX-HEADING-1.
           05  FILLER                PIC X(09) VALUE "COLLRMT".
           05  FILLER                PIC X(22) VALUE
               "COLLECTIONS REMITTANCE".
           05  FILLER                PIC X(10) VALUE "RUN DATE:".
           05  CX-H1-DATE            PIC X(10).

       01  CX-HEADING-2.
           05  FILLER                PIC X(24) VALUE
               "Payments for the month ".
           05  CX-H2-YEAR            PIC 9(04).
           05  FILLER                PIC X(01) VALUE "-".
           05  CX-H2-MONTH           PIC 9(02).

       01  CX-DETAIL-LINE.
           05  CX-D-BORROWER-NO      PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CX-D-NAME             PIC X(25).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CX-D-PAY-DATE         PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  CX-D-AMOUNT           PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  CX-D-BALANCE          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  CX-D-REFERRED         PIC 9(08).

       01  CX-TOTAL-DISPLAY          PIC ZZZ,ZZZ,ZZ9.99.
       01  CX-PCT-DISPLAY            PIC Z9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT CX-SYSTEM-DATE FROM DATE YYYYMMDD
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           MOVE RD-RUN-DATE-DISPLAY TO CX-H1-DATE
           PERFORM 1000-READ-OPTION-CARD THRU 1000-EXIT
           PERFORM 1100-SET-REPORT-MONTH THRU 1100-EXIT
           DISPLAY CX-HEADING-1
           DISPLAY CX-HEADING-2
           DISPLAY "----------------------------------------"
           OPEN INPUT RemitFile
           IF NOT CX-REMFILE-OK
               DISPLAY "COLLREM.DAT not available - status "
                       CX-REMFILE-STATUS " - no payments noted."
               GOBACK
           END-IF
      *    Names dress the report when the master is on hand; the
      *    remittance itself needs only the payments.
           OPEN INPUT BorrowerFile
           IF CX-BORRFILE-OK
               SET CX-BORRFILE-OPEN TO TRUE
           END-IF
           PERFORM 2000-LIST-ONE-PAYMENT THRU 2000-EXIT
               UNTIL CX-REMFILE-EOF
           CLOSE RemitFile
           IF CX-BORRFILE-OPEN
               CLOSE BorrowerFile
           END-IF
           COMPUTE CX-COMMISSION ROUNDED =
               CX-PAYMENT-TOTAL * CX-COMMISSION-PCT / 100
           DISPLAY "----------------------------------------"
           DISPLAY "Payments on referred accounts: " CX-PAYMENT-COUNT
           MOVE CX-PAYMENT-TOTAL TO CX-TOTAL-DISPLAY
           DISPLAY "Collected....................: " CX-TOTAL-DISPLAY
           MOVE CX-COMMISSION-PCT TO CX-PCT-DISPLAY
           MOVE CX-COMMISSION TO CX-TOTAL-DISPLAY
           DISPLAY "Agency commission at " CX-PCT-DISPLAY "%...: "
                   CX-TOTAL-DISPLAY
           GOBACK.

       1000-READ-OPTION-CARD.
           OPEN INPUT OptionFile
           IF NOT CX-OPTFILE-OK
               GO TO 1000-EXIT
           END-IF
           READ OptionFile
               AT END
                   CLOSE OptionFile
                   GO TO 1000-EXIT
           END-READ
           IF CL-COMMISSION-PCT IS NUMERIC
               AND CL-COMMISSION-PCT > ZEROS
               MOVE CL-COMMISSION-PCT TO CX-COMMISSION-PCT
           END-IF
           CLOSE OptionFile.
       1000-EXIT.
           EXIT.

       1100-SET-REPORT-MONTH.
           MOVE CX-SYSTEM-YEAR TO CX-REPORT-YEAR
           IF CX-SYSTEM-MONTH = 1
               SUBTRACT 1 FROM CX-REPORT-YEAR
               MOVE 12 TO CX-REPORT-MM
           ELSE
               SUBTRACT 1 FROM CX-SYSTEM-MONTH GIVING CX-REPORT-MM
           END-IF
           MOVE CX-REPORT-YEAR TO CX-H2-YEAR
           MOVE CX-REPORT-MM TO CX-H2-MONTH.
       1100-EXIT.
           EXIT.

       2000-LIST-ONE-PAYMENT.
           READ RemitFile
               AT END
                   SET CX-REMFILE-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           MOVE RM-PAY-DATE (1:6) TO CX-PAY-MONTH
           IF CX-PAY-MONTH NOT = CX-REPORT-MONTH
               GO TO 2000-EXIT
           END-IF
           MOVE SPACES TO CX-D-NAME
           IF CX-BORRFILE-OPEN
               MOVE RM-BORROWER-NO TO BW-BORROWER-NO
               READ BorrowerFile
                   NOT INVALID KEY
                       MOVE BW-BORROWER-NAME TO CX-D-NAME
               END-READ
           END-IF
           MOVE RM-BORROWER-NO   TO CX-D-BORROWER-NO
           MOVE RM-PAY-DATE      TO CX-D-PAY-DATE
           MOVE RM-AMOUNT        TO CX-D-AMOUNT
           MOVE RM-BALANCE-AFTER TO CX-D-BALANCE
           MOVE RM-REFERRED-DATE TO CX-D-REFERRED
           DISPLAY CX-DETAIL-LINE
           ADD 1 TO CX-PAYMENT-COUNT
           ADD RM-AMOUNT TO CX-PAYMENT-TOTAL.
       2000-EXIT.
           EXIT.
