      *  records sharing a name or a phone number - for the desk to
      *  review.  Mode M (merge) takes a confirmed survivor and
      *  duplicate number, re-keys the duplicate's number to the
      *  survivor across BOOKLOAN.DAT, LOANHIST.DAT, BOOKHOLD.DAT,
      *  NOTIHIST.DAT, BORRBLK.DAT, LOSTBILL.DAT and PAYPLAN.DAT
      *  (the indexed files rewritten in place, the sequential
      *  trails through .TMP work files the way BOOKHOLD's clear
      *  does), moves any
      *  unpaid fines balance to the survivor through FINE-SVC,
      *  deletes the duplicate master record, and appends an audit
      *  line per file to BORRMRG.AUD recording how many records
      *  2026-09-02  jg  History work record widened to the
      *                  65-byte LOANHIST layout so LH-BRANCH
      *                  survives the merge rewrite.
      *  2026-10-14  jg  Hold work record widened with the pickup
      *                  branch fields on HOLDREC.
      *  2026-10-14  jg  The fines transfer journals under the
      *                  operator signed on, with no branch.
      *  2026-10-15  jg  Hold work record widened with the
      *                  any-edition work code on HOLDREC.
      *  2026-10-15  jg  LOANHIST.DAT is indexed - the duplicate's
      *                  events are found on the borrower-number key
      *                  and rewritten in place, without the
      *                  LOANHIST.TMP two-pass copy.
      *  2026-10-15  jg  The duplicate's claims-returned count is
      *                  added to the survivor's, so a merge never
      *                  hides a repeat claimant.
      *  2026-10-15  jg  The duplicate's borrower blocks on
      *                  BORRBLK.DAT are re-keyed to the survivor.
      *  2026-10-15  jg  The duplicate's lost-book bills and payment
      *                  plan are re-keyed to the survivor.  A merge
      *                  of two borrowers who both have an active plan
      *                  is refused before anything moves.
      *  2026-10-15  jg  The fines transfer journals under BORRMRG
      *                  rather than the signed-on operator, so SODRPT
      *                  does not count it as that operator's waiver.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS LN-BOOK-ID
               FILE STATUS IS MG-LOANFILE-STATUS.
           SELECT LoanHistFile ASSIGN TO "LOANHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-HISTORY-KEY
               ALTERNATE RECORD KEY IS LH-BORROWER-NO WITH DUPLICATES
               ALTERNATE RECORD KEY IS LH-EVENT-DATE WITH DUPLICATES
               FILE STATUS IS MG-HISTFILE-STATUS.
           SELECT HoldFile ASSIGN TO "BOOKHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MG-HOLDFILE-STATUS.
           SELECT NoticeWorkFile ASSIGN TO "NOTIHIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MG-WORKFILE-STATUS.
           SELECT BlockFile ASSIGN TO "BORRBLK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BB-BLOCK-KEY
               FILE STATUS IS MG-BLOCKFILE-STATUS.
           SELECT LostBillFile ASSIGN TO "LOSTBILL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-BOOK-ID
               FILE STATUS IS MG-BILLFILE-STATUS.
           SELECT PlanFile ASSIGN TO "PAYPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-BORROWER-NO
               FILE STATUS IS MG-PLANFILE-STATUS.
           SELECT MergeAuditFile ASSIGN TO "BORRMRG.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MG-AUDFILE-STATUS.
       FD LoanHistFile.
       COPY LOANHIST.

       FD HoldFile.
       COPY HOLDREC.

       FD HoldWorkFile.
       01  MG-HOLDWORK-RECORD        PIC X(84).

       FD NoticeHistFile.
       COPY NOTIHIST.
       FD NoticeWorkFile.
       01  MG-NOTIWORK-RECORD        PIC X(22).

       FD BlockFile.
       COPY BLOCKREC.

       FD LostBillFile.
       COPY LOSTBILL.

       FD PlanFile.
       COPY PLANREC.

       FD MergeAuditFile.
       01  MG-AUDIT-LINE.
           05  MG-AU-RUN-DATE        PIC 9(08).
       01  MG-AUDFILE-STATUS         PIC X(02).
           88  MG-AUDFILE-OK         VALUE "00".

       01  MG-BLOCKFILE-STATUS       PIC X(02).
           88  MG-BLOCKFILE-OK       VALUE "00".

       01  MG-BLOCK-SAVE             PIC X(88).

       01  MG-BILLFILE-STATUS        PIC X(02).
           88  MG-BILLFILE-OK        VALUE "00".

       01  MG-PLANFILE-STATUS        PIC X(02).
           88  MG-PLANFILE-OK        VALUE "00".

      *  Each borrower's PY-PLAN-STATUS, space when there is no plan.
       01  MG-SURVIVOR-PLAN          PIC X(01).
           88  MG-SURVIVOR-PLAN-ACTIVE   VALUE "A".
       01  MG-DUPLICATE-PLAN         PIC X(01).
           88  MG-DUPLICATE-PLAN-ACTIVE  VALUE "A".

       01  MG-PLAN-SAVE              PIC X(830).

       01  MG-EOF-SWITCH             PIC X(01).
           88  MG-FILE-EOF           VALUE "Y".

       01  MG-SURVIVOR-NO            PIC 9(05).
       01  MG-DUPLICATE-NO           PIC 9(05).
       01  MG-SURVIVOR-NAME          PIC X(25).
       01  MG-DUPLICATE-CLAIMS       PIC 9(03).
       01  MG-RUN-DATE               PIC 9(08).
       01  MG-RUN-TIME               PIC 9(08).
       01  MG-MOVED-COUNT            PIC 9(05).
               CLOSE BorrowerFile
               GO TO 3000-EXIT
           END-IF
           MOVE ZEROS TO MG-DUPLICATE-CLAIMS
           IF BW-CLAIM-COUNT IS NUMERIC
               MOVE BW-CLAIM-COUNT TO MG-DUPLICATE-CLAIMS
           END-IF
           PERFORM 3050-CHECK-PLANS THRU 3050-EXIT
           IF MG-SURVIVOR-PLAN-ACTIVE
               AND MG-DUPLICATE-PLAN-ACTIVE
               DISPLAY "Survivor and duplicate both have an active"
                       " payment plan - merge refused."
               DISPLAY "Cancel one of the plans on FINEMNT first."
               CLOSE BorrowerFile
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-MERGE-LOANS THRU 3100-EXIT
           PERFORM 3200-MERGE-LOAN-HISTORY THRU 3200-EXIT
           PERFORM 3300-MERGE-HOLDS THRU 3300-EXIT
           PERFORM 3400-MERGE-NOTICES THRU 3400-EXIT
           PERFORM 3500-MERGE-FINES THRU 3500-EXIT
           PERFORM 3700-MERGE-BLOCKS THRU 3700-EXIT
           PERFORM 3800-MERGE-LOST-BILLS THRU 3800-EXIT
           PERFORM 3900-MERGE-PAYMENT-PLAN THRU 3900-EXIT
           MOVE MG-DUPLICATE-NO TO BW-BORROWER-NO
           DELETE BorrowerFile
               INVALID KEY
                   MOVE "BORROWER.DAT" TO MG-AU-FILE-NAME
                   PERFORM 8000-WRITE-MERGE-AUDIT THRU 8000-EXIT
           END-DELETE
           PERFORM 3600-MERGE-CLAIM-COUNT THRU 3600-EXIT
           CLOSE BorrowerFile
           DISPLAY "Merge of " MG-DUPLICATE-NO " into "
                   MG-SURVIVOR-NO " complete - see BORRMRG.AUD.".
       3000-EXIT.
           EXIT.

      *  One payment plan per borrower on PAYPLAN.DAT, so the plans
      *  are looked at before a single record moves.  No PAYPLAN.DAT
      *  is no plans.
       3050-CHECK-PLANS.
           MOVE SPACES TO MG-SURVIVOR-PLAN MG-DUPLICATE-PLAN
           OPEN INPUT PlanFile
           IF NOT MG-PLANFILE-OK
               GO TO 3050-EXIT
           END-IF
           MOVE MG-SURVIVOR-NO TO PY-BORROWER-NO
           READ PlanFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PY-PLAN-STATUS TO MG-SURVIVOR-PLAN
           END-READ
           MOVE MG-DUPLICATE-NO TO PY-BORROWER-NO
           READ PlanFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PY-PLAN-STATUS TO MG-DUPLICATE-PLAN
           END-READ
           CLOSE PlanFile.
       3050-EXIT.
           EXIT.

      *  Current loans - indexed, so rewritten in place.
       3100-MERGE-LOANS.
           MOVE ZEROS TO MG-MOVED-COUNT
       3110-EXIT.
           EXIT.

      *  Loan history - indexed, the duplicate's events found on
      *  the borrower-number key and rewritten in place.  Each
      *  rewrite moves the event off the duplicate's number, so the
      *  START is taken again for the next one.
       3200-MERGE-LOAN-HISTORY.
           MOVE ZEROS TO MG-MOVED-COUNT
           OPEN I-O LoanHistFile
           IF NOT MG-HISTFILE-OK
               DISPLAY "LOANHIST.DAT OPEN failed - status "
                       MG-HISTFILE-STATUS " - history not merged."
               GO TO 3200-EXIT
           END-IF
           MOVE "N" TO MG-EOF-SWITCH
           PERFORM 3210-MERGE-ONE-EVENT THRU 3210-EXIT
               UNTIL MG-FILE-EOF
           CLOSE LoanHistFile
           MOVE "LOANHIST.DAT" TO MG-AU-FILE-NAME
           PERFORM 8000-WRITE-MERGE-AUDIT THRU 8000-EXIT.
       3200-EXIT.
           EXIT.

       3210-MERGE-ONE-EVENT.
           MOVE MG-DUPLICATE-NO TO LH-BORROWER-NO
           START LoanHistFile KEY = LH-BORROWER-NO
               INVALID KEY
                   SET MG-FILE-EOF TO TRUE
                   GO TO 3210-EXIT
           END-START
           READ LoanHistFile NEXT RECORD
               AT END
                   SET MG-FILE-EOF TO TRUE
                   GO TO 3210-EXIT
           END-READ
           IF LH-BORROWER-NO NOT = MG-DUPLICATE-NO
               SET MG-FILE-EOF TO TRUE
               GO TO 3210-EXIT
           END-IF
           MOVE MG-SURVIVOR-NO   TO LH-BORROWER-NO
           MOVE MG-SURVIVOR-NAME TO LH-BORROWER
           REWRITE LH-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "History event " LH-BOOK-ID " "
                           LH-EVENT-DATE " not rewritten."
                   SET MG-FILE-EOF TO TRUE
               NOT INVALID KEY
                   ADD 1 TO MG-MOVED-COUNT
           END-REWRITE.
       3210-EXIT.
           EXIT.

      *  The sequential trails rewrite through a .TMP work file in
      *  the BOOKHOLD two-pass style - 3300 the hold queue, 3400 the
      *  notice history.
       3300-MERGE-HOLDS.
           MOVE ZEROS TO MG-MOVED-COUNT
           OPEN INPUT HoldFile
      *  An unpaid balance follows the person - the duplicate's
      *  balance is waived off its account and assessed against the
      *  survivor through FINE-SVC, so the ledger's totals still add.
      *  Both postings journal under BORRMRG, as LOSTSWP's do, so
      *  SODRPT never counts the transfer as a desk waiver.
       3500-MERGE-FINES.
           MOVE ZEROS TO MG-MOVED-COUNT
           MOVE "B" TO FS-FUNCTION
               GO TO 3500-EXIT
           END-IF
           MOVE FS-BALANCE TO FS-AMOUNT
           MOVE "BORRMRG" TO FS-OPER-ID
           MOVE SPACES TO FS-BRANCH
           MOVE "W" TO FS-FUNCTION
           CALL "FINE-SVC" USING FS-FINE-SVC-AREA
           END-CALL
               GO TO 3500-EXIT
           END-IF
           MOVE "A" TO FS-FUNCTION
           MOVE "BORRMRG" TO FS-OPER-ID
           MOVE MG-SURVIVOR-NO TO FS-BORROWER-NO
           MOVE MG-SURVIVOR-NAME TO FS-BORROWER-NAME
           CALL "FINE-SVC" USING FS-FINE-SVC-AREA
       3500-EXIT.
           EXIT.

      *  The survivor takes on the duplicate's claims-returned count.
       3600-MERGE-CLAIM-COUNT.
           IF MG-DUPLICATE-CLAIMS = ZEROS
               GO TO 3600-EXIT
           END-IF
           MOVE MG-SURVIVOR-NO TO BW-BORROWER-NO
           READ BorrowerFile
               INVALID KEY
                   GO TO 3600-EXIT
           END-READ
           IF BW-CLAIM-COUNT NOT NUMERIC
               MOVE ZEROS TO BW-CLAIM-COUNT
           END-IF
           IF BW-CLAIM-COUNT + MG-DUPLICATE-CLAIMS > 999
               MOVE 999 TO BW-CLAIM-COUNT
           ELSE
               ADD MG-DUPLICATE-CLAIMS TO BW-CLAIM-COUNT
           END-IF
           REWRITE BW-BORROWER-RECORD
               INVALID KEY
                   DISPLAY "Survivor claims-returned count not"
                           " rewritten."
               NOT INVALID KEY
                   DISPLAY "Survivor now has " BW-CLAIM-COUNT
                           " claims-returned on record."
           END-REWRITE.
       3600-EXIT.
           EXIT.

      *  Borrower blocks - the borrower number leads the key, so each
      *  of the duplicate's blocks is written again under the
      *  survivor and the old record deleted.  A block the survivor
      *  already has in force of the same type is kept; one lifted
      *  or lapsed gives way to the duplicate's.
       3700-MERGE-BLOCKS.
           MOVE ZEROS TO MG-MOVED-COUNT
           OPEN I-O BlockFile
           IF NOT MG-BLOCKFILE-OK
               DISPLAY "BORRBLK.DAT OPEN failed - status "
                       MG-BLOCKFILE-STATUS " - blocks not merged."
               GO TO 3700-EXIT
           END-IF
           MOVE "N" TO MG-EOF-SWITCH
           PERFORM 3710-MERGE-ONE-BLOCK THRU 3710-EXIT
               UNTIL MG-FILE-EOF
           CLOSE BlockFile
           MOVE "BORRBLK.DAT" TO MG-AU-FILE-NAME
           PERFORM 8000-WRITE-MERGE-AUDIT THRU 8000-EXIT.
       3700-EXIT.
           EXIT.

       3710-MERGE-ONE-BLOCK.
           MOVE MG-DUPLICATE-NO TO BB-BORROWER-NO
           MOVE LOW-VALUES TO BB-BLOCK-TYPE
           START BlockFile KEY NOT < BB-BLOCK-KEY
               INVALID KEY
                   SET MG-FILE-EOF TO TRUE
                   GO TO 3710-EXIT
           END-START
           READ BlockFile NEXT RECORD
               AT END
                   SET MG-FILE-EOF TO TRUE
                   GO TO 3710-EXIT
           END-READ
           IF BB-BORROWER-NO NOT = MG-DUPLICATE-NO
               SET MG-FILE-EOF TO TRUE
               GO TO 3710-EXIT
           END-IF
           MOVE BB-BLOCK-RECORD TO MG-BLOCK-SAVE
           DELETE BlockFile
               INVALID KEY
                   DISPLAY "Block " BB-BLOCK-TYPE " not deleted"
                           " from the duplicate."
                   SET MG-FILE-EOF TO TRUE
                   GO TO 3710-EXIT
           END-DELETE
           MOVE MG-SURVIVOR-NO TO BB-BORROWER-NO
           MOVE "N" TO MG-FOUND-SWITCH
           READ BlockFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO MG-FOUND-SWITCH
           END-READ
           IF MG-RECORD-FOUND AND BB-ACTIVE
               DISPLAY "Block " BB-BLOCK-TYPE " already in force"
                       " on the survivor - kept."
               GO TO 3710-EXIT
           END-IF
           MOVE MG-BLOCK-SAVE TO BB-BLOCK-RECORD
           MOVE MG-SURVIVOR-NO TO BB-BORROWER-NO
           IF MG-RECORD-FOUND
               REWRITE BB-BLOCK-RECORD
                   INVALID KEY
                       DISPLAY "Block " BB-BLOCK-TYPE
                               " not rewritten."
                       GO TO 3710-EXIT
               END-REWRITE
           ELSE
               WRITE BB-BLOCK-RECORD
                   INVALID KEY
                       DISPLAY "Block " BB-BLOCK-TYPE
                               " not written."
                       GO TO 3710-EXIT
               END-WRITE
           END-IF
           ADD 1 TO MG-MOVED-COUNT.
       3710-EXIT.
           EXIT.

      *  Lost-book bills - keyed by book, so rewritten in place, and
      *  a re-keyed loan still earns its replacement credit when
      *  the book comes back.
       3800-MERGE-LOST-BILLS.
           MOVE ZEROS TO MG-MOVED-COUNT
           OPEN I-O LostBillFile
           IF NOT MG-BILLFILE-OK
               DISPLAY "LOSTBILL.DAT OPEN failed - status "
                       MG-BILLFILE-STATUS " - lost bills not merged."
               GO TO 3800-EXIT
           END-IF
           MOVE "N" TO MG-EOF-SWITCH
           MOVE ZEROS TO LB-BOOK-ID
           START LostBillFile KEY NOT < LB-BOOK-ID
               INVALID KEY
                   SET MG-FILE-EOF TO TRUE
           END-START
           PERFORM 3810-MERGE-ONE-BILL THRU 3810-EXIT
               UNTIL MG-FILE-EOF
           CLOSE LostBillFile
           MOVE "LOSTBILL.DAT" TO MG-AU-FILE-NAME
           PERFORM 8000-WRITE-MERGE-AUDIT THRU 8000-EXIT.
       3800-EXIT.
           EXIT.

       3810-MERGE-ONE-BILL.
           READ LostBillFile NEXT RECORD
               AT END
                   SET MG-FILE-EOF TO TRUE
                   GO TO 3810-EXIT
           END-READ
           IF LB-BORROWER-NO = MG-DUPLICATE-NO
               MOVE MG-SURVIVOR-NO   TO LB-BORROWER-NO
               MOVE MG-SURVIVOR-NAME TO LB-BORROWER
               REWRITE LB-LOST-BILL-RECORD
                   INVALID KEY
                       DISPLAY "Lost bill " LB-BOOK-ID
                               " not rewritten."
                   NOT INVALID KEY
                       ADD 1 TO MG-MOVED-COUNT
               END-REWRITE
           END-IF.
       3810-EXIT.
           EXIT.

      *  The payment plan - keyed by borrower, so the duplicate's
      *  plan is written again under the survivor and the old record
      *  deleted.  3000 has already refused two active plans.  As on
      *  FINEMNT, an active plan replaces a cancelled or finished
      *  one; where neither is active the survivor's own is kept.
       3900-MERGE-PAYMENT-PLAN.
           MOVE ZEROS TO MG-MOVED-COUNT
           OPEN I-O PlanFile
           IF NOT MG-PLANFILE-OK
               DISPLAY "PAYPLAN.DAT OPEN failed - status "
                       MG-PLANFILE-STATUS " - plan not merged."
               GO TO 3900-EXIT
           END-IF
           PERFORM 3910-MOVE-PLAN THRU 3910-EXIT
           CLOSE PlanFile
           MOVE "PAYPLAN.DAT" TO MG-AU-FILE-NAME
           PERFORM 8000-WRITE-MERGE-AUDIT THRU 8000-EXIT.
       3900-EXIT.
           EXIT.

       3910-MOVE-PLAN.
           IF MG-DUPLICATE-PLAN = SPACE
               GO TO 3910-EXIT
           END-IF
           MOVE MG-DUPLICATE-NO TO PY-BORROWER-NO
           READ PlanFile
               INVALID KEY
                   GO TO 3910-EXIT
           END-READ
           MOVE PY-PLAN-RECORD TO MG-PLAN-SAVE
           DELETE PlanFile
               INVALID KEY
                   DISPLAY "Duplicate's payment plan not deleted."
                   GO TO 3910-EXIT
           END-DELETE
           IF MG-SURVIVOR-PLAN NOT = SPACE
               AND NOT MG-DUPLICATE-PLAN-ACTIVE
               DISPLAY "Duplicate's closed payment plan dropped -"
                       " survivor's own plan kept."
               GO TO 3910-EXIT
           END-IF
           MOVE MG-PLAN-SAVE TO PY-PLAN-RECORD
           MOVE MG-SURVIVOR-NO   TO PY-BORROWER-NO
           MOVE MG-SURVIVOR-NAME TO PY-BORROWER-NAME
           IF MG-SURVIVOR-PLAN NOT = SPACE
               REWRITE PY-PLAN-RECORD
                   INVALID KEY
                       DISPLAY "Payment plan not rewritten."
                       GO TO 3910-EXIT
               END-REWRITE
           ELSE
               WRITE PY-PLAN-RECORD
                   INVALID KEY
                       DISPLAY "Payment plan not written."
                       GO TO 3910-EXIT
               END-WRITE
           END-IF
           ADD 1 TO MG-MOVED-COUNT.
       3910-EXIT.
           EXIT.

       8000-WRITE-MERGE-AUDIT.
           OPEN EXTEND MergeAuditFile
           IF NOT MG-AUDFILE-OK
