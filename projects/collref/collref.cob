       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COLLREF.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-14.
       DATE-COMPILED. 2026-10-14.
      *****************************************************************
      *  COLLREF
      *
      *  Monthly collections referral.  Reads the fines accounts on
      *  BOOKFINE.DAT and refers to the collection agency every
      *  account whose balance is over the minimum and on which
      *  nothing has moved for more than the idle days (the
      *  COLLOPT.DAT card, default 25.00 and 90 days).  Each
      *  referral goes to the COLLREF.DAT extract for the agency -
      *  borrower, contact details from BORROWER.DAT, amount owed
      *  and the date of the oldest unpaid charge - and the account
      *  is stamped FN-REFERRED-DATE so it is not sent twice.
      *  Payments the desk takes on a referred account afterwards
      *  are noted by FINEMNT for the COLLRMT remittance report.  A
      *  listing of the month's referrals prints at the console.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-14  jg  Original program, introduced with the
      *                  collections referral.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FineFile ASSIGN TO "BOOKFINE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FN-BORROWER-NO
               FILE STATUS IS CF-FINEFILE-STATUS.
           SELECT BorrowerFile ASSIGN TO "BORROWER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BW-BORROWER-NO
               FILE STATUS IS CF-BORRFILE-STATUS.
           SELECT ReferralFile ASSIGN TO "COLLREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CF-REFFILE-STATUS.
           SELECT OptionFile ASSIGN TO "COLLOPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CF-OPTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FineFile.
       COPY FINEREC.

       FD BorrowerFile.
       COPY BORRREC.

       FD ReferralFile.
       01  CF-REFERRAL-RECORD.
           05  CF-RF-BORROWER-NO     PIC 9(05).
           05  CF-RF-BORROWER        PIC X(25).
           05  CF-RF-PHONE           PIC X(12).
           05  CF-RF-EMAIL           PIC X(30).
           05  CF-RF-AMOUNT          PIC 9(07)V99.
           05  CF-RF-OLDEST-DATE     PIC 9(08).
           05  CF-RF-LAST-DATE       PIC 9(08).
           05  CF-RF-REFERRED-DATE   PIC 9(08).

       FD OptionFile.
       COPY COLLOPT.

       WORKING-STORAGE SECTION.
       01  CF-FINEFILE-STATUS        PIC X(02).
           88  CF-FINEFILE-OK        VALUE "00".

       01  CF-BORRFILE-STATUS        PIC X(02).
           88  CF-BORRFILE-OK        VALUE "00".

       01  CF-REFFILE-STATUS         PIC X(02).
           88  CF-REFFILE-OK         VALUE "00".

       01  CF-OPTFILE-STATUS         PIC X(02).
           88  CF-OPTFILE-OK         VALUE "00".

       01  CF-FINEFILE-EOF-SWITCH    PIC X(01) VALUE "N".
           88  CF-FINEFILE-EOF       VALUE "Y".

       01  CF-SYSTEM-DATE            PIC 9(08).

      *  An account is referred when it owes more than this and has
      *  sat idle longer than this - the COLLOPT.DAT card overrides.
       01  CF-MIN-BALANCE            PIC 9(05)V99 VALUE 25.00.
       01  CF-IDLE-DAYS              PIC S9(05) VALUE 90.

       01  CF-REFERRED-COUNT         PIC 9(05) VALUE ZEROS.
       01  CF-ALREADY-COUNT          PIC 9(05) VALUE ZEROS.
       01  CF-REFERRED-TOTAL         PIC 9(09)V99 VALUE ZEROS.

       COPY DATESVCA.

       COPY RUNDATE.

       01  CF-HEADING-1.
           05  FILLER                PIC X(09) VALUE "COLLREF".
           05  FILLER                PIC X(22) VALUE
               "COLLECTIONS REFERRALS".
           05  FILLER                PIC X(10) VALUE "RUN DATE:".
           05  CF-H1-DATE            PIC X(10).

       01  CF-DETAIL-LINE.
           05  CF-D-BORROWER-NO      PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CF-D-NAME             PIC X(25).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CF-D-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CF-D-OLDEST           PIC 9(08).

       01  CF-TOTAL-DISPLAY          PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT CF-SYSTEM-DATE FROM DATE YYYYMMDD
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           MOVE RD-RUN-DATE-DISPLAY TO CF-H1-DATE
           DISPLAY CF-HEADING-1
           DISPLAY "----------------------------------------"
           PERFORM 1000-READ-OPTION-CARD THRU 1000-EXIT
           PERFORM 1100-OPEN-FILES THRU 1100-EXIT
           IF RETURN-CODE NOT = ZEROS
               GOBACK
           END-IF
           PERFORM 2000-CHECK-ONE-ACCOUNT THRU 2000-EXIT
               UNTIL CF-FINEFILE-EOF
           CLOSE FineFile BorrowerFile ReferralFile
           MOVE CF-REFERRED-TOTAL TO CF-TOTAL-DISPLAY
           DISPLAY "----------------------------------------"
           DISPLAY "Referred this run......: " CF-REFERRED-COUNT
           DISPLAY "Amount referred........: " CF-TOTAL-DISPLAY
           DISPLAY "Already with the agency: " CF-ALREADY-COUNT
           GOBACK.

       1000-READ-OPTION-CARD.
           OPEN INPUT OptionFile
           IF NOT CF-OPTFILE-OK
               GO TO 1000-EXIT
           END-IF
           READ OptionFile
               AT END
                   CLOSE OptionFile
                   GO TO 1000-EXIT
           END-READ
           IF CL-MIN-BALANCE IS NUMERIC AND CL-MIN-BALANCE > ZEROS
               MOVE CL-MIN-BALANCE TO CF-MIN-BALANCE
           END-IF
           IF CL-IDLE-DAYS IS NUMERIC AND CL-IDLE-DAYS > ZEROS
               MOVE CL-IDLE-DAYS TO CF-IDLE-DAYS
           END-IF
           CLOSE OptionFile.
       1000-EXIT.
           EXIT.

       1100-OPEN-FILES.
           OPEN I-O FineFile
           IF NOT CF-FINEFILE-OK
               DISPLAY "BOOKFINE.DAT OPEN failed - status "
                       CF-FINEFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           OPEN INPUT BorrowerFile
           IF NOT CF-BORRFILE-OK
               DISPLAY "BORROWER.DAT OPEN failed - status "
                       CF-BORRFILE-STATUS "."
               CLOSE FineFile
               MOVE 8 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           OPEN OUTPUT ReferralFile
           IF NOT CF-REFFILE-OK
               DISPLAY "COLLREF.DAT OPEN failed - status "
                       CF-REFFILE-STATUS "."
               CLOSE FineFile BorrowerFile
               MOVE 8 TO RETURN-CODE
           END-IF.
       1100-EXIT.
           EXIT.

       2000-CHECK-ONE-ACCOUNT.
           READ FineFile NEXT RECORD
               AT END
                   SET CF-FINEFILE-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF FN-BALANCE NOT > CF-MIN-BALANCE
               GO TO 2000-EXIT
           END-IF
           IF FN-REFERRED-DATE IS NUMERIC
               AND FN-REFERRED-DATE > ZEROS
               ADD 1 TO CF-ALREADY-COUNT
               GO TO 2000-EXIT
           END-IF
           MOVE "B" TO DS-FUNCTION
           MOVE FN-LAST-DATE TO DS-DATE-1
           MOVE CF-SYSTEM-DATE TO DS-DATE-2
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           IF DS-STATUS NOT = "00"
               OR DS-DAYS NOT > CF-IDLE-DAYS
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-WRITE-REFERRAL THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-WRITE-REFERRAL - contact details come from the
      *  borrower master; an account whose borrower has gone from
      *  BORROWER.DAT is still referred, on the name the ledger
      *  carries, so the debt is not quietly dropped.
      *****************************************************************
       2100-WRITE-REFERRAL.
           MOVE FN-BORROWER-NO TO CF-RF-BORROWER-NO
           MOVE FN-BORROWER-NAME TO CF-RF-BORROWER
           MOVE SPACES TO CF-RF-PHONE CF-RF-EMAIL
           MOVE FN-BORROWER-NO TO BW-BORROWER-NO
           READ BorrowerFile
               NOT INVALID KEY
                   MOVE BW-BORROWER-NAME  TO CF-RF-BORROWER
                   MOVE BW-BORROWER-PHONE TO CF-RF-PHONE
                   MOVE BW-CONTACT-EMAIL  TO CF-RF-EMAIL
           END-READ
           MOVE FN-BALANCE TO CF-RF-AMOUNT
           MOVE FN-LAST-DATE TO CF-RF-LAST-DATE
           IF FN-OLDEST-DATE IS NOT NUMERIC
               OR FN-OLDEST-DATE = ZEROS
               MOVE FN-LAST-DATE TO FN-OLDEST-DATE
           END-IF
           MOVE FN-OLDEST-DATE TO CF-RF-OLDEST-DATE
           MOVE CF-SYSTEM-DATE TO CF-RF-REFERRED-DATE
           MOVE CF-SYSTEM-DATE TO FN-REFERRED-DATE
           REWRITE FN-FINE-RECORD
               INVALID KEY
                   DISPLAY "Account " FN-BORROWER-NO " not marked"
                           " referred - not sent."
                   GO TO 2100-EXIT
           END-REWRITE
           WRITE CF-REFERRAL-RECORD
           ADD 1 TO CF-REFERRED-COUNT
           ADD FN-BALANCE TO CF-REFERRED-TOTAL
           MOVE CF-RF-BORROWER-NO TO CF-D-BORROWER-NO
           MOVE CF-RF-BORROWER    TO CF-D-NAME
           MOVE CF-RF-AMOUNT      TO CF-D-AMOUNT
           MOVE CF-RF-OLDEST-DATE TO CF-D-OLDEST
           DISPLAY CF-DETAIL-LINE.
       2100-EXIT.
           EXIT.
