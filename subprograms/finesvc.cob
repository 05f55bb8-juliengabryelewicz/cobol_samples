      *                  ledger is the TRBKFINE.DAT practice file,
      *                  so practice fines stay out of the live
      *                  balances.
      *  2026-10-14  jg  Keeps FN-OLDEST-DATE - stamped when a charge
      *                  lands on a clear account - and hands back
      *                  FS-REFERRED-DATE for the collections
      *                  referral; clearing the balance clears both.
      *  2026-10-14  jg  Added function C, credit - takes a charge
      *                  back off the assessed total and the balance,
      *                  for the lost-book replacement refunded on
      *                  return.
      *  2026-10-14  jg  Every A, P, W and C also appends a dated
      *                  line to the FINEJRNL.DAT payment journal
      *                  under the next receipt number (FINERCPT.DAT
      *                  keeps the last one issued), so the cash
      *                  drawer can be balanced at close (CASHUP).  A
      *                  payment must say how it was paid.  Training
      *                  journals to TRFINJRN.DAT / TRFINRCP.DAT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FN-BORROWER-NO
               FILE STATUS IS FV-FINEFILE-STATUS.
           SELECT JournalFile ASSIGN TO FV-JRNLFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FV-JRNLFILE-STATUS.
           SELECT ReceiptFile ASSIGN TO FV-RCPTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FV-RCPTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FineFile.
       COPY FINEREC.

       FD  JournalFile.
       COPY FINEJRNL.

      *  One record - the last receipt number issued.
       FD  ReceiptFile.
       01  FV-RECEIPT-RECORD.
           05  FV-LAST-RECEIPT-NO           PIC 9(07).

       WORKING-STORAGE SECTION.
       01  FV-FINEFILE-NAME                 PIC X(12)
           VALUE "BOOKFINE.DAT".

       01  FV-JRNLFILE-NAME                 PIC X(12)
           VALUE "FINEJRNL.DAT".

       01  FV-RCPTFILE-NAME                 PIC X(12)
           VALUE "FINERCPT.DAT".

       COPY TRAINSVC.

       01  FV-FINEFILE-STATUS               PIC X(02).
           88  FV-FINEFILE-OK               VALUE "00".
           88  FV-FINEFILE-NEW              VALUE "35".

       01  FV-JRNLFILE-STATUS               PIC X(02).
           88  FV-JRNLFILE-OK               VALUE "00".
           88  FV-JRNLFILE-NEW              VALUE "35".

       01  FV-RCPTFILE-STATUS               PIC X(02).
           88  FV-RCPTFILE-OK               VALUE "00".

       01  FV-POSTING-SWITCH                PIC X(01).
           88  FV-POSTING                   VALUE "Y".

       01  FV-NEXT-RECEIPT-NO               PIC 9(07).

       01  FV-FOUND-SWITCH                  PIC X(01).
           88  FV-RECORD-FOUND              VALUE "Y".

       01  FV-SYSTEM-DATE                   PIC 9(08).

       COPY CURROPER.

       LINKAGE SECTION.
       COPY FINESVCA.

           END-CALL
           IF TM-TRAINING-ON
               MOVE "TRBKFINE.DAT" TO FV-FINEFILE-NAME
               MOVE "TRFINJRN.DAT" TO FV-JRNLFILE-NAME
               MOVE "TRFINRCP.DAT" TO FV-RCPTFILE-NAME
           ELSE
               MOVE "BOOKFINE.DAT" TO FV-FINEFILE-NAME
               MOVE "FINEJRNL.DAT" TO FV-JRNLFILE-NAME
               MOVE "FINERCPT.DAT" TO FV-RCPTFILE-NAME
           END-IF
           MOVE "00" TO FS-STATUS
           MOVE ZEROS TO FS-BALANCE
           MOVE ZEROS TO FS-REFERRED-DATE
           MOVE ZEROS TO FS-RECEIPT-NO
           ACCEPT FV-SYSTEM-DATE FROM DATE YYYYMMDD
           IF FS-FUNCTION NOT = "A" AND FS-FUNCTION NOT = "P"
               AND FS-FUNCTION NOT = "W" AND FS-FUNCTION NOT = "B"
               AND FS-FUNCTION NOT = "C"
               MOVE "01" TO FS-STATUS
               GOBACK
           END-IF
           IF FS-FUNCTION = "P"
               AND NOT FS-METHOD-VALID
               MOVE "05" TO FS-STATUS
               GOBACK
           END-IF
           MOVE "N" TO FV-POSTING-SWITCH
           IF FS-FUNCTION NOT = "B"
               MOVE "Y" TO FV-POSTING-SWITCH
           END-IF
           PERFORM 1000-OPEN-FINE-FILE THRU 1000-EXIT
           IF FS-STATUS NOT = "00"
               GOBACK
           END-IF
           PERFORM 2000-READ-ACCOUNT THRU 2000-EXIT
           IF FV-RECORD-FOUND
               AND FN-REFERRED-DATE IS NUMERIC
               MOVE FN-REFERRED-DATE TO FS-REFERRED-DATE
           END-IF
           EVALUATE FS-FUNCTION
               WHEN "B"
                   CONTINUE
               WHEN "A"
                   PERFORM 3000-ASSESS-CHARGE THRU 3000-EXIT
               WHEN "C"
                   PERFORM 5000-CREDIT-CHARGE THRU 5000-EXIT
               WHEN OTHER
                   PERFORM 4000-PAY-OR-WAIVE THRU 4000-EXIT
           END-EVALUATE
           IF NOT FV-RECORD-FOUND
               MOVE ZEROS TO FS-BALANCE
           END-IF
           IF FV-POSTING
               IF FS-STATUS = "00"
                   PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
               END-IF
               CLOSE JournalFile
           END-IF
           CLOSE FineFile
           GOBACK.

      *  A posting needs its journal as well as the ledger - when the
      *  journal cannot be opened nothing is posted, so the drawer
      *  never holds money the journal does not account for.
       1000-OPEN-FINE-FILE.
           OPEN I-O FineFile
           IF FV-FINEFILE-NEW
           END-IF
           IF NOT FV-FINEFILE-OK
               MOVE "02" TO FS-STATUS
               GO TO 1000-EXIT
           END-IF
           IF NOT FV-POSTING
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND JournalFile
           IF FV-JRNLFILE-NEW
               OPEN OUTPUT JournalFile
           END-IF
           IF NOT FV-JRNLFILE-OK
               CLOSE FineFile
               MOVE "02" TO FS-STATUS
           END-IF.
       1000-EXIT.
           EXIT.
                   MOVE SPACES TO FN-BORROWER-NAME
                   MOVE ZEROS TO FN-ASSESSED-TOTAL FN-PAID-TOTAL
                                 FN-WAIVED-TOTAL FN-BALANCE
                                 FN-LAST-DATE FN-OLDEST-DATE
                                 FN-REFERRED-DATE
               NOT INVALID KEY
                   MOVE "Y" TO FV-FOUND-SWITCH
           END-READ.
               MOVE "03" TO FS-STATUS
               GO TO 3000-EXIT
           END-IF
      *    A charge on a clear account starts a new unpaid run -
      *    the date the collections referral reports as oldest.  An
      *    account owing from before the date was kept takes its
      *    last movement instead.
           IF FN-OLDEST-DATE IS NOT NUMERIC
               MOVE ZEROS TO FN-OLDEST-DATE
           END-IF
           IF FN-BALANCE NOT > ZEROS
               MOVE FV-SYSTEM-DATE TO FN-OLDEST-DATE
           END-IF
           IF FN-OLDEST-DATE = ZEROS
               MOVE FN-LAST-DATE TO FN-OLDEST-DATE
           END-IF
           IF FN-REFERRED-DATE IS NOT NUMERIC
               MOVE ZEROS TO FN-REFERRED-DATE
           END-IF
           ADD FS-AMOUNT TO FN-ASSESSED-TOTAL
           ADD FS-AMOUNT TO FN-BALANCE
           MOVE FV-SYSTEM-DATE TO FN-LAST-DATE
           END-IF
           SUBTRACT FS-AMOUNT FROM FN-BALANCE
           MOVE FV-SYSTEM-DATE TO FN-LAST-DATE
      *    A cleared account is off the agency's books; a later
      *    charge may be referred afresh.
           IF FN-BALANCE NOT > ZEROS
               MOVE ZEROS TO FN-OLDEST-DATE FN-REFERRED-DATE
           END-IF
           REWRITE FN-FINE-RECORD
               INVALID KEY
                   MOVE "02" TO FS-STATUS
           END-REWRITE.
       4000-EXIT.
           EXIT.

      *  A credit undoes an assessment - the charge comes off what
      *  was assessed, not onto what was paid or waived - so the
      *  account's totals read as if it had never been made.  The
      *  balance may go below zero when the charge was already paid;
      *  that credit is the borrower's to have refunded.
       5000-CREDIT-CHARGE.
           IF FS-AMOUNT NOT NUMERIC OR FS-AMOUNT = ZEROS
               MOVE "03" TO FS-STATUS
               GO TO 5000-EXIT
           END-IF
           IF NOT FV-RECORD-FOUND
               MOVE "04" TO FS-STATUS
               GO TO 5000-EXIT
           END-IF
           IF FS-AMOUNT > FN-ASSESSED-TOTAL
               MOVE ZEROS TO FN-ASSESSED-TOTAL
           ELSE
               SUBTRACT FS-AMOUNT FROM FN-ASSESSED-TOTAL
           END-IF
           SUBTRACT FS-AMOUNT FROM FN-BALANCE
           MOVE FV-SYSTEM-DATE TO FN-LAST-DATE
           IF FN-BALANCE NOT > ZEROS
               MOVE ZEROS TO FN-OLDEST-DATE FN-REFERRED-DATE
           END-IF
           REWRITE FN-FINE-RECORD
               INVALID KEY
                   MOVE "02" TO FS-STATUS
           END-REWRITE.
       5000-EXIT.
           EXIT.

      *****************************************************************
      *  6000-WRITE-JOURNAL - one line for the posting just made,
      *  under the next receipt number.  The operator is the one
      *  the caller names, else whoever is signed on.
      *****************************************************************
       6000-WRITE-JOURNAL.
           PERFORM 6100-NEXT-RECEIPT-NO THRU 6100-EXIT
           MOVE FV-NEXT-RECEIPT-NO TO FJ-RECEIPT-NO
           MOVE FV-SYSTEM-DATE     TO FJ-POST-DATE
           ACCEPT FJ-POST-TIME FROM TIME
           IF FS-OPER-ID = SPACES
               CALL "GETOPER" USING CO-CURRENT-OPER-AREA
               END-CALL
               MOVE CO-OPER-ID TO FJ-OPER-ID
           ELSE
               MOVE FS-OPER-ID TO FJ-OPER-ID
           END-IF
           MOVE FS-BRANCH          TO FJ-BRANCH
           MOVE FS-FUNCTION        TO FJ-FUNCTION
           MOVE SPACES             TO FJ-METHOD
           IF FS-FUNCTION = "P"
               MOVE FS-METHOD      TO FJ-METHOD
           END-IF
           MOVE FS-BORROWER-NO     TO FJ-BORROWER-NO
           MOVE FS-AMOUNT          TO FJ-AMOUNT
           MOVE FN-BALANCE         TO FJ-BALANCE-AFTER
           WRITE FJ-JOURNAL-RECORD
           MOVE FV-NEXT-RECEIPT-NO TO FS-RECEIPT-NO.
       6000-EXIT.
           EXIT.

      *  The last number issued is read back, stepped and rewritten
      *  whole, the way GREET rewrites CURROPER.DAT.  No file yet
      *  starts the numbering at 1.
       6100-NEXT-RECEIPT-NO.
           MOVE ZEROS TO FV-NEXT-RECEIPT-NO
           OPEN INPUT ReceiptFile
           IF FV-RCPTFILE-OK
               READ ReceiptFile
                   NOT AT END
                       IF FV-LAST-RECEIPT-NO IS NUMERIC
                           MOVE FV-LAST-RECEIPT-NO
                               TO FV-NEXT-RECEIPT-NO
                       END-IF
               END-READ
               CLOSE ReceiptFile
           END-IF
           ADD 1 TO FV-NEXT-RECEIPT-NO
           OPEN OUTPUT ReceiptFile
           IF FV-RCPTFILE-OK
               MOVE FV-NEXT-RECEIPT-NO TO FV-LAST-RECEIPT-NO
               WRITE FV-RECEIPT-RECORD
               CLOSE ReceiptFile
           END-IF.
       6100-EXIT.
           EXIT.
