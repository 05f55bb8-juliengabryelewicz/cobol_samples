       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SERMNT.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  SERMNT
      *
      *  Serials desk - magazine and journal subscriptions on the
      *  SERIALS.DAT master and the check-in of each issue as it
      *  arrives, in place of the card file.  Keyed at the console
      *  in the style of SUPPMNT:
      *
      *      A  add a subscription - title, SUPPLIER.DAT code,
      *         frequency, issues per year, first issue date,
      *         renewal date, branch and claim grace days
      *      U  update one - nonblank fields replace, status C
      *         cancels and A reinstates
      *      D  delete one that never had an issue checked in
      *      I  check an issue in to SERISSUE.DAT.  A nonzero item
      *         number also puts the issue on BOOKS.DAT as a copy
      *         of genre SERIAL, which BOOKLOAN lends as a short
      *         loan; zero keeps it for reference only
      *      C  show the predicted-issue calendar for half a year
      *         either side of today - received, late or due
      *
      *  The supplier is checked against SUPPLIER.DAT and the branch
      *  against BRANCHES.DAT when those files are on file, the way
      *  BOOKORD and BOOKHOLD check theirs.  A catalog add takes the
      *  shared BOOK-LOCK for the length of the write and is
      *  audited to BOOKAUD.DAT like a WRITE-FILE add.  SERCLAIM
      *  reports the late and missing issues for claiming.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program, introduced with the
      *                  serials subscriptions.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SerialFile ASSIGN TO "SERIALS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-SUB-ID
               FILE STATUS IS SN-SERFILE-STATUS.
           SELECT IssueFile ASSIGN TO "SERISSUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-ISSUE-KEY
               FILE STATUS IS SN-ISSFILE-STATUS.
           SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-SUPPLIER-CODE
               FILE STATUS IS SN-SUPPFILE-STATUS.
           SELECT BranchFile ASSIGN TO "BRANCHES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-BRANCH-CODE
               FILE STATUS IS SN-BRNFILE-STATUS.
           SELECT BookFile ASSIGN TO "BOOKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-BOOK-ID
               FILE STATUS IS SN-BOOKFILE-STATUS.
           SELECT AuditFile ASSIGN TO "BOOKAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SN-AUDITFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SerialFile.
       COPY SERLREC.

       FD IssueFile.
       COPY SERISSUE.

       FD SupplierFile.
       COPY SUPPREC.

       FD BranchFile.
       COPY BRCHREC.

       FD BookFile.
       COPY BOOKREC.

       FD AuditFile.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  SN-SERFILE-STATUS         PIC X(02).
           88  SN-SERFILE-OK         VALUE "00".
           88  SN-SERFILE-NEW        VALUE "35".

       01  SN-ISSFILE-STATUS         PIC X(02).
           88  SN-ISSFILE-OK         VALUE "00".
           88  SN-ISSFILE-NEW        VALUE "35".

       01  SN-SUPPFILE-STATUS        PIC X(02).
           88  SN-SUPPFILE-OK        VALUE "00".

       01  SN-BRNFILE-STATUS         PIC X(02).
           88  SN-BRNFILE-OK         VALUE "00".

       01  SN-BOOKFILE-STATUS        PIC X(02).
           88  SN-BOOKFILE-OK        VALUE "00".

       01  SN-AUDITFILE-STATUS       PIC X(02).
           88  SN-AUDITFILE-OK       VALUE "00".

       01  SN-FILES-SWITCH           PIC X(01) VALUE "N".
           88  SN-FILES-OPEN         VALUE "Y".

       01  SN-FOUND-SWITCH           PIC X(01).
           88  SN-RECORD-FOUND       VALUE "Y".

       01  SN-VALID-SWITCH           PIC X(01).
           88  SN-FIELDS-VALID       VALUE "Y".

       01  SN-SUPP-OK-SWITCH         PIC X(01).
           88  SN-SUPP-ON-FILE       VALUE "Y".

       01  SN-BRN-OK-SWITCH          PIC X(01).
           88  SN-BRN-ON-FILE        VALUE "Y".

       01  SN-LOCK-SWITCH            PIC X(01) VALUE "N".
           88  SN-LOCK-HELD          VALUE "Y".

       01  SN-CATALOG-SWITCH         PIC X(01).
           88  SN-CATALOGED          VALUE "Y".

       01  SN-TXN-LINE.
           05  SN-TXN-CODE           PIC X(01).
               88  SN-ADD-TXN        VALUE "A" "a".
               88  SN-UPDATE-TXN     VALUE "U" "u".
               88  SN-DELETE-TXN     VALUE "D" "d".
               88  SN-CHECKIN-TXN    VALUE "I" "i".
               88  SN-CALENDAR-TXN   VALUE "C" "c".
           05  SN-TXN-SUB-ID         PIC 9(05).
           05  SN-TXN-DATA           PIC X(70).
           05  SN-SUB-DATA REDEFINES SN-TXN-DATA.
               10  SN-TXN-TITLE      PIC X(30).
               10  SN-TXN-SUPPLIER   PIC X(05).
               10  SN-TXN-FREQUENCY  PIC X(01).
               10  SN-TXN-ISSUES     PIC X(03).
               10  SN-TXN-ISSUES-N REDEFINES SN-TXN-ISSUES
                                     PIC 9(03).
               10  SN-TXN-FIRST-DATE PIC X(08).
               10  SN-TXN-FIRST-DATE-N REDEFINES SN-TXN-FIRST-DATE
                                     PIC 9(08).
               10  SN-TXN-RENEWAL    PIC X(08).
               10  SN-TXN-RENEWAL-N REDEFINES SN-TXN-RENEWAL
                                     PIC 9(08).
               10  SN-TXN-BRANCH     PIC X(03).
               10  SN-TXN-GRACE      PIC X(03).
               10  SN-TXN-GRACE-N REDEFINES SN-TXN-GRACE
                                     PIC 9(03).
               10  SN-TXN-STATUS     PIC X(01).
               10  FILLER            PIC X(08).
           05  SN-ISSUE-DATA REDEFINES SN-TXN-DATA.
               10  SN-TXN-ISSUE-NO   PIC X(05).
               10  SN-TXN-ISSUE-NO-N REDEFINES SN-TXN-ISSUE-NO
                                     PIC 9(05).
               10  SN-TXN-LABEL      PIC X(11).
               10  SN-TXN-BOOK-ID    PIC X(07).
               10  SN-TXN-BOOK-ID-N REDEFINES SN-TXN-BOOK-ID
                                     PIC 9(07).
               10  FILLER            PIC X(47).

      *  Claim grace when none is keyed - an issue this many days
      *  past its predicted date without a check-in is late.
       01  SN-DEFAULT-GRACE          PIC 9(03) VALUE 14.

      *  The calendar shows this many days either side of today.
       01  SN-CALENDAR-SPAN          PIC S9(05) VALUE 182.

       01  SN-SYSTEM-DATE            PIC 9(08).
       01  SN-ISSUE-NO               PIC 9(05).
       01  SN-OFFSET-DAYS            PIC 9(07).
       01  SN-EXPECTED-DATE          PIC 9(08).
       01  SN-LATE-DATE              PIC 9(08).
       01  SN-WINDOW-START           PIC 9(08).
       01  SN-WINDOW-END             PIC 9(08).
       01  SN-CAL-STATE              PIC X(20).

       01  SN-CALENDAR-LINE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SN-CL-ISSUE-NO        PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SN-CL-EXPECTED        PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SN-CL-STATE           PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  SN-CL-LABEL           PIC X(11).

       COPY DATESVCA.

       COPY LOCKSVCA.

       COPY CURROPER.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF SN-FILES-OPEN
               DISPLAY "Enter serials transactions below.  Enter no"
               DISPLAY "data to end."
               PERFORM 2000-GET-SERIAL-TXN THRU 2000-EXIT
               PERFORM 2100-PROCESS-SERIAL-TXN THRU 2100-EXIT
                   UNTIL SN-TXN-LINE = SPACES
               CLOSE SerialFile
               CLOSE IssueFile
           END-IF
           GOBACK.

       1000-INITIALIZE.
           ACCEPT SN-SYSTEM-DATE FROM DATE YYYYMMDD
           CALL "GETOPER" USING CO-CURRENT-OPER-AREA
           END-CALL
           OPEN I-O SerialFile
           IF SN-SERFILE-NEW
               OPEN OUTPUT SerialFile
               CLOSE SerialFile
               OPEN I-O SerialFile
           END-IF
           IF NOT SN-SERFILE-OK
               DISPLAY "SERIALS.DAT OPEN failed - status "
                       SN-SERFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O IssueFile
           IF SN-ISSFILE-NEW
               OPEN OUTPUT IssueFile
               CLOSE IssueFile
               OPEN I-O IssueFile
           END-IF
           IF NOT SN-ISSFILE-OK
               DISPLAY "SERISSUE.DAT OPEN failed - status "
                       SN-ISSFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               CLOSE SerialFile
               GO TO 1000-EXIT
           END-IF
           SET SN-FILES-OPEN TO TRUE.
       1000-EXIT.
           EXIT.

       2000-GET-SERIAL-TXN.
           DISPLAY "Enter - Txn(A/U/D), SubNo, Title, Supplier,"
           DISPLAY "Freq(W/F/M/B/Q/S/A), Issues/yr, First issue date,"
           DISPLAY "Renewal date, Branch, Grace days, Status(A/C)"
           DISPLAY "TSSSSSTTTTTTTTTTTTTTTTTTTTTTTTTTTTTTCCCCCFNNN..."
           DISPLAY "   or - Txn(I), SubNo, IssueNo (blank = next),"
           DISPLAY "Label, ItemId (blank = reference only)"
           DISPLAY "TSSSSSNNNNNLLLLLLLLLLLIIIIIII"
           DISPLAY "   or - Txn(C), SubNo for the issue calendar"
           ACCEPT  SN-TXN-LINE.
       2000-EXIT.
           EXIT.

       2100-PROCESS-SERIAL-TXN.
           IF SN-TXN-SUB-ID NOT NUMERIC
               OR SN-TXN-SUB-ID = ZEROS
               DISPLAY "Subscription number must be five digits,"
                       " not zero - ignored."
               GO TO 2100-NEXT
           END-IF
           EVALUATE TRUE
               WHEN SN-ADD-TXN
                   PERFORM 2200-ADD-SUBSCRIPTION THRU 2200-EXIT
               WHEN SN-UPDATE-TXN
                   PERFORM 2300-UPDATE-SUBSCRIPTION THRU 2300-EXIT
               WHEN SN-DELETE-TXN
                   PERFORM 2400-DELETE-SUBSCRIPTION THRU 2400-EXIT
               WHEN SN-CHECKIN-TXN
                   PERFORM 3000-CHECK-IN-ISSUE THRU 3000-EXIT
               WHEN SN-CALENDAR-TXN
                   PERFORM 4000-SHOW-CALENDAR THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY "Unknown transaction code - ignored."
           END-EVALUATE.
       2100-NEXT.
           PERFORM 2000-GET-SERIAL-TXN THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

       2200-ADD-SUBSCRIPTION.
           IF SN-TXN-TITLE = SPACES
               DISPLAY "Title must not be blank."
               GO TO 2200-EXIT
           END-IF
           IF SN-TXN-SUPPLIER = SPACES
               DISPLAY "Supplier code must not be blank."
               GO TO 2200-EXIT
           END-IF
           IF SN-TXN-FIRST-DATE = SPACES
               DISPLAY "First issue date must not be blank."
               GO TO 2200-EXIT
           END-IF
           INITIALIZE SB-SUBSCRIPTION-RECORD
           MOVE SN-TXN-SUB-ID TO SB-SUB-ID
           MOVE SN-DEFAULT-GRACE TO SB-GRACE-DAYS
           MOVE "A" TO SB-STATUS
           PERFORM 2500-APPLY-FIELDS THRU 2500-EXIT
           IF NOT SN-FIELDS-VALID
               GO TO 2200-EXIT
           END-IF
           IF SB-ISSUES-PER-YEAR = ZEROS
               PERFORM 2600-DEFAULT-ISSUES THRU 2600-EXIT
           END-IF
           WRITE SB-SUBSCRIPTION-RECORD
               INVALID KEY
                   DISPLAY "Subscription " SN-TXN-SUB-ID
                           " already on file."
               NOT INVALID KEY
                   DISPLAY "Subscription " SN-TXN-SUB-ID " added - "
                           SB-ISSUES-PER-YEAR " issue(s) a year."
           END-WRITE.
       2200-EXIT.
           EXIT.

       2300-UPDATE-SUBSCRIPTION.
           MOVE SN-TXN-SUB-ID TO SB-SUB-ID
           MOVE "N" TO SN-FOUND-SWITCH
           READ SerialFile
               INVALID KEY
                   DISPLAY "Subscription " SN-TXN-SUB-ID
                           " not found."
               NOT INVALID KEY
                   MOVE "Y" TO SN-FOUND-SWITCH
           END-READ
           IF NOT SN-RECORD-FOUND
               GO TO 2300-EXIT
           END-IF
           PERFORM 2500-APPLY-FIELDS THRU 2500-EXIT
           IF NOT SN-FIELDS-VALID
               GO TO 2300-EXIT
           END-IF
           IF SN-TXN-FREQUENCY NOT = SPACE
               AND SN-TXN-ISSUES = SPACES
               PERFORM 2600-DEFAULT-ISSUES THRU 2600-EXIT
           END-IF
           REWRITE SB-SUBSCRIPTION-RECORD
               INVALID KEY
                   DISPLAY "Subscription " SN-TXN-SUB-ID
                           " not rewritten."
               NOT INVALID KEY
                   DISPLAY "Subscription " SN-TXN-SUB-ID
                           " updated."
           END-REWRITE.
       2300-EXIT.
           EXIT.

      *  A subscription with issues on SERISSUE.DAT keeps its master
      *  so the history still has a title - cancel it instead.
       2400-DELETE-SUBSCRIPTION.
           MOVE SN-TXN-SUB-ID TO SB-SUB-ID
           MOVE "N" TO SN-FOUND-SWITCH
           READ SerialFile
               INVALID KEY
                   DISPLAY "Subscription " SN-TXN-SUB-ID
                           " not found."
               NOT INVALID KEY
                   MOVE "Y" TO SN-FOUND-SWITCH
           END-READ
           IF NOT SN-RECORD-FOUND
               GO TO 2400-EXIT
           END-IF
           IF SB-LAST-ISSUE-NO > ZEROS
               DISPLAY "Subscription " SN-TXN-SUB-ID " has issues"
                       " checked in - cancel it with U status C."
               GO TO 2400-EXIT
           END-IF
           DELETE SerialFile
               INVALID KEY
                   DISPLAY "Subscription " SN-TXN-SUB-ID
                           " not deleted."
               NOT INVALID KEY
                   DISPLAY "Subscription " SN-TXN-SUB-ID
                           " removed."
           END-DELETE.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2500-APPLY-FIELDS - check every nonblank field on the
      *  transaction and move it onto the subscription record.  One
      *  bad field refuses the whole transaction, so a half-applied
      *  update is never rewritten.
      *****************************************************************
       2500-APPLY-FIELDS.
           MOVE "N" TO SN-VALID-SWITCH
           IF SN-TXN-FREQUENCY NOT = SPACE
               MOVE SN-TXN-FREQUENCY TO SB-FREQUENCY
               INSPECT SB-FREQUENCY CONVERTING "wfmbqsa"
                                            TO "WFMBQSA"
               IF NOT SB-FREQUENCY-VALID
                   DISPLAY "Frequency " SN-TXN-FREQUENCY " is not"
                           " W, F, M, B, Q, S or A."
                   GO TO 2500-EXIT
               END-IF
           END-IF
           IF SN-TXN-ISSUES NOT = SPACES
               IF SN-TXN-ISSUES-N NOT NUMERIC
                   OR SN-TXN-ISSUES-N = ZEROS
                   OR SN-TXN-ISSUES-N > 366
                   DISPLAY "Issues per year " SN-TXN-ISSUES
                           " must be 001 to 366."
                   GO TO 2500-EXIT
               END-IF
               MOVE SN-TXN-ISSUES-N TO SB-ISSUES-PER-YEAR
           END-IF
           IF SB-FREQUENCY = SPACE
               DISPLAY "Frequency must not be blank."
               GO TO 2500-EXIT
           END-IF
           IF SN-TXN-FIRST-DATE NOT = SPACES
               MOVE "V" TO DS-FUNCTION
               MOVE SN-TXN-FIRST-DATE-N TO DS-DATE-1
               PERFORM 2700-CHECK-DATE THRU 2700-EXIT
               IF DS-STATUS NOT = "00"
                   DISPLAY "First issue date " SN-TXN-FIRST-DATE
                           " is not a valid date."
                   GO TO 2500-EXIT
               END-IF
               MOVE SN-TXN-FIRST-DATE-N TO SB-FIRST-ISSUE-DATE
           END-IF
           IF SN-TXN-RENEWAL NOT = SPACES
               MOVE "V" TO DS-FUNCTION
               MOVE SN-TXN-RENEWAL-N TO DS-DATE-1
               PERFORM 2700-CHECK-DATE THRU 2700-EXIT
               IF DS-STATUS NOT = "00"
                   DISPLAY "Renewal date " SN-TXN-RENEWAL
                           " is not a valid date."
                   GO TO 2500-EXIT
               END-IF
               MOVE SN-TXN-RENEWAL-N TO SB-RENEWAL-DATE
           END-IF
           IF SN-TXN-SUPPLIER NOT = SPACES
               PERFORM 2800-CHECK-SUPPLIER THRU 2800-EXIT
               IF NOT SN-SUPP-ON-FILE
                   DISPLAY "Supplier " SN-TXN-SUPPLIER " is not on"
                           " SUPPLIER.DAT - see SUPPMNT."
                   GO TO 2500-EXIT
               END-IF
               MOVE SN-TXN-SUPPLIER TO SB-SUPPLIER-CODE
           END-IF
           IF SN-TXN-BRANCH NOT = SPACES
               PERFORM 2900-CHECK-BRANCH THRU 2900-EXIT
               IF NOT SN-BRN-ON-FILE
                   DISPLAY "Branch " SN-TXN-BRANCH " is not on"
                           " BRANCHES.DAT - see BRCHMNT."
                   GO TO 2500-EXIT
               END-IF
               MOVE SN-TXN-BRANCH TO SB-BRANCH
           END-IF
           IF SN-TXN-GRACE NOT = SPACES
               IF SN-TXN-GRACE-N NOT NUMERIC
                   DISPLAY "Grace days " SN-TXN-GRACE
                           " must be three digits."
                   GO TO 2500-EXIT
               END-IF
               MOVE SN-TXN-GRACE-N TO SB-GRACE-DAYS
           END-IF
           IF SN-TXN-STATUS NOT = SPACE
               MOVE SN-TXN-STATUS TO SB-STATUS
               INSPECT SB-STATUS CONVERTING "ac" TO "AC"
               IF NOT SB-ACTIVE AND NOT SB-CANCELLED
                   DISPLAY "Status " SN-TXN-STATUS " is not A or C."
                   GO TO 2500-EXIT
               END-IF
           END-IF
           IF SN-TXN-TITLE NOT = SPACES
               MOVE SN-TXN-TITLE TO SB-TITLE
           END-IF
           MOVE "Y" TO SN-VALID-SWITCH.
       2500-EXIT.
           EXIT.

      *  Issues per year from the published frequency.
       2600-DEFAULT-ISSUES.
           EVALUATE SB-FREQUENCY
               WHEN "W"
                   MOVE 52 TO SB-ISSUES-PER-YEAR
               WHEN "F"
                   MOVE 26 TO SB-ISSUES-PER-YEAR
               WHEN "M"
                   MOVE 12 TO SB-ISSUES-PER-YEAR
               WHEN "B"
                   MOVE 6 TO SB-ISSUES-PER-YEAR
               WHEN "Q"
                   MOVE 4 TO SB-ISSUES-PER-YEAR
               WHEN "S"
                   MOVE 2 TO SB-ISSUES-PER-YEAR
               WHEN OTHER
                   MOVE 1 TO SB-ISSUES-PER-YEAR
           END-EVALUATE.
       2600-EXIT.
           EXIT.

       2700-CHECK-DATE.
           IF DS-DATE-1 NOT NUMERIC
               MOVE "99" TO DS-STATUS
               GO TO 2700-EXIT
           END-IF
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL.
       2700-EXIT.
           EXIT.

      *  With no supplier master on file the check passes, matching
      *  BOOKORD.
       2800-CHECK-SUPPLIER.
           MOVE "N" TO SN-SUPP-OK-SWITCH
           OPEN INPUT SupplierFile
           IF NOT SN-SUPPFILE-OK
               MOVE "Y" TO SN-SUPP-OK-SWITCH
               GO TO 2800-EXIT
           END-IF
           MOVE SN-TXN-SUPPLIER TO SP-SUPPLIER-CODE
           READ SupplierFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO SN-SUPP-OK-SWITCH
           END-READ
           CLOSE SupplierFile.
       2800-EXIT.
           EXIT.

      *  With no branch table on file the check passes, matching
      *  BOOKHOLD.
       2900-CHECK-BRANCH.
           MOVE "N" TO SN-BRN-OK-SWITCH
           OPEN INPUT BranchFile
           IF NOT SN-BRNFILE-OK
               MOVE "Y" TO SN-BRN-OK-SWITCH
               GO TO 2900-EXIT
           END-IF
           MOVE SN-TXN-BRANCH TO BN-BRANCH-CODE
           READ BranchFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO SN-BRN-OK-SWITCH
           END-READ
           CLOSE BranchFile.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *  3000-CHECK-IN-ISSUE - record one issue's arrival.  The item
      *  goes on the catalog first; if that fails nothing is
      *  recorded, so the desk can key the check-in again.
      *****************************************************************
       3000-CHECK-IN-ISSUE.
           MOVE SN-TXN-SUB-ID TO SB-SUB-ID
           MOVE "N" TO SN-FOUND-SWITCH
           READ SerialFile
               INVALID KEY
                   DISPLAY "Subscription " SN-TXN-SUB-ID
                           " not found."
               NOT INVALID KEY
                   MOVE "Y" TO SN-FOUND-SWITCH
           END-READ
           IF NOT SN-RECORD-FOUND
               GO TO 3000-EXIT
           END-IF
           IF SN-TXN-ISSUE-NO = SPACES
               COMPUTE SN-ISSUE-NO = SB-LAST-ISSUE-NO + 1
           ELSE
               IF SN-TXN-ISSUE-NO-N NOT NUMERIC
                   OR SN-TXN-ISSUE-NO-N = ZEROS
                   DISPLAY "Issue number " SN-TXN-ISSUE-NO
                           " must be five digits, not zero."
                   GO TO 3000-EXIT
               END-IF
               MOVE SN-TXN-ISSUE-NO-N TO SN-ISSUE-NO
           END-IF
           IF SN-TXN-BOOK-ID NOT = SPACES
               AND SN-TXN-BOOK-ID-N NOT NUMERIC
               DISPLAY "Item number " SN-TXN-BOOK-ID
                       " must be seven digits."
               GO TO 3000-EXIT
           END-IF
           MOVE SN-TXN-SUB-ID TO SI-SUB-ID
           MOVE SN-ISSUE-NO   TO SI-ISSUE-NO
           READ IssueFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Issue " SN-ISSUE-NO " of subscription "
                           SN-TXN-SUB-ID " already checked in on "
                           SI-RECEIVED-DATE "."
                   GO TO 3000-EXIT
           END-READ
           PERFORM 5000-EXPECTED-DATE THRU 5000-EXIT
           MOVE "N" TO SN-CATALOG-SWITCH
           MOVE ZEROS TO SI-BOOK-ID
           IF SN-TXN-BOOK-ID NOT = SPACES
               AND SN-TXN-BOOK-ID-N > ZEROS
               PERFORM 3100-CATALOG-ISSUE THRU 3100-EXIT
               IF NOT SN-CATALOGED
                   GO TO 3000-EXIT
               END-IF
               MOVE SN-TXN-BOOK-ID-N TO SI-BOOK-ID
           END-IF
           MOVE SN-TXN-SUB-ID    TO SI-SUB-ID
           MOVE SN-ISSUE-NO      TO SI-ISSUE-NO
           MOVE SN-TXN-LABEL     TO SI-ISSUE-LABEL
           MOVE SN-EXPECTED-DATE TO SI-EXPECTED-DATE
           MOVE SN-SYSTEM-DATE   TO SI-RECEIVED-DATE
           MOVE CO-OPER-ID       TO SI-OPER-ID
           WRITE SI-ISSUE-RECORD
               INVALID KEY
                   DISPLAY "Issue " SN-ISSUE-NO " not written to"
                           " SERISSUE.DAT."
                   GO TO 3000-EXIT
           END-WRITE
           IF SN-ISSUE-NO > SB-LAST-ISSUE-NO
               MOVE SN-ISSUE-NO TO SB-LAST-ISSUE-NO
           END-IF
           MOVE SN-SYSTEM-DATE TO SB-LAST-RECEIVED-DATE
           REWRITE SB-SUBSCRIPTION-RECORD
               INVALID KEY
                   DISPLAY "Subscription " SN-TXN-SUB-ID
                           " not rewritten."
           END-REWRITE
           IF SN-CATALOGED
               DISPLAY "Issue " SN-ISSUE-NO " checked in (expected "
                       SN-EXPECTED-DATE ") - on loan stock as item "
                       SI-BOOK-ID "."
           ELSE
               DISPLAY "Issue " SN-ISSUE-NO " checked in (expected "
                       SN-EXPECTED-DATE ") - reference only."
           END-IF.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-CATALOG-ISSUE - add the issue to BOOKS.DAT as a single
      *  copy of genre SERIAL at the subscription's branch, under the
      *  BOOK-LOCK, with an add on the audit trail so BOOKFWD can
      *  replay it.  The name is the title cut to eighteen with the
      *  issue label after it.
      *****************************************************************
       3100-CATALOG-ISSUE.
           MOVE "A" TO LK-FUNCTION
           MOVE "SERMNT" TO LK-PROGRAM
           CALL "BOOK-LOCK" USING LK-LOCK-SVC-AREA
           END-CALL
           IF LK-STATUS NOT = "00"
               IF LK-STATUS = "01"
                   DISPLAY "BOOKS.DAT is locked by " LK-HOLDER
                           " (operator " LK-HOLDER-OPER ") - check"
                           " the issue in again later."
               ELSE
                   DISPLAY "BOOKLOCK.DAT could not be used -"
                           " status " LK-STATUS "."
               END-IF
               GO TO 3100-EXIT
           END-IF
           SET SN-LOCK-HELD TO TRUE
           OPEN I-O BookFile
           IF NOT SN-BOOKFILE-OK
               DISPLAY "BookFile OPEN failed - status "
                       SN-BOOKFILE-STATUS "."
               GO TO 3100-RELEASE
           END-IF
           OPEN EXTEND AuditFile
           IF NOT SN-AUDITFILE-OK
               DISPLAY "BOOKAUD.DAT OPEN failed - status "
                       SN-AUDITFILE-STATUS "."
               CLOSE BookFile
               GO TO 3100-RELEASE
           END-IF
           INITIALIZE BK-BOOK-RECORD
           MOVE SN-TXN-BOOK-ID-N     TO BK-BOOK-ID
           MOVE SPACES               TO BK-BOOK-NAME
           STRING SB-TITLE (1:18)    DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  SN-TXN-LABEL       DELIMITED BY SIZE
                  INTO BK-BOOK-NAME
           END-STRING
           MOVE SN-SYSTEM-DATE (1:4) TO BK-BOOK-YEAR
           MOVE ZEROS                TO BK-BOOK-PRICE
           MOVE "SERIAL"             TO BK-BOOK-GENRE
           MOVE ZEROS                TO BK-BOOK-ISBN
           MOVE 1                    TO BK-COPIES-OWNED
           MOVE ZEROS                TO BK-COPIES-OUT
           MOVE SPACES               TO BK-CURRENCY
           MOVE "A"                  TO BK-BOOK-STATUS
           MOVE SN-SYSTEM-DATE       TO BK-STATUS-DATE
           MOVE SB-BRANCH            TO BK-BRANCH
           WRITE BK-BOOK-RECORD
               INVALID KEY
                   DISPLAY "Item " SN-TXN-BOOK-ID " is already on"
                           " the catalog - check-in refused."
                   GO TO 3100-CLOSE
           END-WRITE
           SET SN-CATALOGED TO TRUE
           ACCEPT AD-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AD-RUN-TIME FROM TIME
           MOVE "A" TO AD-TXN-CODE
           MOVE BK-BOOK-ID      TO AD-BOOK-ID
           MOVE "S"             TO AD-RESULT
           MOVE SPACES          TO AD-BEFORE-NAME
           MOVE ZEROS           TO AD-BEFORE-PRICE
           MOVE CO-OPER-ID      TO AD-OPER-ID
           MOVE BK-BOOK-NAME    TO AD-AFTER-NAME
           MOVE BK-BOOK-PRICE   TO AD-AFTER-PRICE
           MOVE BK-BOOK-YEAR    TO AD-AFTER-YEAR
           MOVE BK-BOOK-AUTHOR  TO AD-AFTER-AUTHOR
           MOVE BK-BOOK-GENRE   TO AD-AFTER-GENRE
           MOVE BK-BOOK-ISBN    TO AD-AFTER-ISBN
           MOVE BK-COPIES-OWNED TO AD-AFTER-COPIES-OWNED
           MOVE BK-COPIES-OUT   TO AD-AFTER-COPIES-OUT
           MOVE BK-CURRENCY     TO AD-AFTER-CURRENCY
           MOVE BK-BOOK-STATUS  TO AD-AFTER-STATUS
           MOVE BK-STATUS-DATE  TO AD-AFTER-STATUS-DATE
           MOVE BK-BRANCH       TO AD-AFTER-BRANCH
           MOVE SPACES          TO AD-APPROVED-BY
           WRITE AD-AUDIT-RECORD.
       3100-CLOSE.
           CLOSE BookFile
           CLOSE AuditFile.
       3100-RELEASE.
           MOVE "R" TO LK-FUNCTION
           MOVE "SERMNT" TO LK-PROGRAM
           CALL "BOOK-LOCK" USING LK-LOCK-SVC-AREA
           END-CALL
           MOVE "N" TO SN-LOCK-SWITCH.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  4000-SHOW-CALENDAR - the predicted issues from half a year
      *  back to half a year ahead, each marked with its check-in,
      *  or LATE once past its grace days, or DUE.
      *****************************************************************
       4000-SHOW-CALENDAR.
           MOVE SN-TXN-SUB-ID TO SB-SUB-ID
           READ SerialFile
               INVALID KEY
                   DISPLAY "Subscription " SN-TXN-SUB-ID
                           " not found."
                   GO TO 4000-EXIT
           END-READ
           MOVE "A" TO DS-FUNCTION
           MOVE SN-SYSTEM-DATE TO DS-DATE-1
           COMPUTE DS-DAYS = 0 - SN-CALENDAR-SPAN
           MOVE SPACES TO DS-BRANCH
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           MOVE DS-DATE-2 TO SN-WINDOW-START
           MOVE "A" TO DS-FUNCTION
           MOVE SN-SYSTEM-DATE TO DS-DATE-1
           MOVE SN-CALENDAR-SPAN TO DS-DAYS
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           MOVE DS-DATE-2 TO SN-WINDOW-END
           DISPLAY SPACES
           DISPLAY "Subscription " SB-SUB-ID "  " SB-TITLE
           DISPLAY "Supplier " SB-SUPPLIER-CODE "  frequency "
                   SB-FREQUENCY "  " SB-ISSUES-PER-YEAR
                   " issue(s) a year  renewal " SB-RENEWAL-DATE
           IF SB-CANCELLED
               DISPLAY "*** Subscription cancelled."
           END-IF
           MOVE ZEROS TO SN-EXPECTED-DATE
           MOVE 1 TO SN-ISSUE-NO
           PERFORM 4100-SHOW-ONE-ISSUE THRU 4100-EXIT
               UNTIL SN-EXPECTED-DATE > SN-WINDOW-END
                  OR SN-ISSUE-NO > 9999.
       4000-EXIT.
           EXIT.

       4100-SHOW-ONE-ISSUE.
           PERFORM 5000-EXPECTED-DATE THRU 5000-EXIT
           IF SN-EXPECTED-DATE < SN-WINDOW-START
               OR SN-EXPECTED-DATE > SN-WINDOW-END
               GO TO 4100-NEXT
           END-IF
           MOVE SB-SUB-ID TO SI-SUB-ID
           MOVE SN-ISSUE-NO TO SI-ISSUE-NO
           MOVE SPACES TO SN-CL-LABEL
           READ IssueFile
               INVALID KEY
                   PERFORM 4200-STATE-OF-MISSING THRU 4200-EXIT
               NOT INVALID KEY
                   MOVE SPACES TO SN-CAL-STATE
                   STRING "RECEIVED " DELIMITED BY SIZE
                          SI-RECEIVED-DATE DELIMITED BY SIZE
                          INTO SN-CAL-STATE
                   END-STRING
                   MOVE SI-ISSUE-LABEL TO SN-CL-LABEL
           END-READ
           MOVE SN-ISSUE-NO      TO SN-CL-ISSUE-NO
           MOVE SN-EXPECTED-DATE TO SN-CL-EXPECTED
           MOVE SN-CAL-STATE     TO SN-CL-STATE
           DISPLAY SN-CALENDAR-LINE.
       4100-NEXT.
           ADD 1 TO SN-ISSUE-NO.
       4100-EXIT.
           EXIT.

      *  Not checked in - late once the grace days have run out,
      *  otherwise still due.
       4200-STATE-OF-MISSING.
           MOVE "A" TO DS-FUNCTION
           MOVE SN-EXPECTED-DATE TO DS-DATE-1
           MOVE SB-GRACE-DAYS TO DS-DAYS
           MOVE SPACES TO DS-BRANCH
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           MOVE DS-DATE-2 TO SN-LATE-DATE
           IF SN-LATE-DATE < SN-SYSTEM-DATE
               MOVE "LATE - CLAIM" TO SN-CAL-STATE
           ELSE
               MOVE "DUE" TO SN-CAL-STATE
           END-IF.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  5000-EXPECTED-DATE - the predicted date of issue
      *  SN-ISSUE-NO of the subscription in SB-SUBSCRIPTION-RECORD.
      *  The offset is worked from the first issue each time, so a
      *  monthly title does not drift five days a year the way
      *  adding 30 days issue by issue would.
      *****************************************************************
       5000-EXPECTED-DATE.
           IF SB-ISSUES-PER-YEAR = ZEROS
               PERFORM 2600-DEFAULT-ISSUES THRU 2600-EXIT
           END-IF
           COMPUTE SN-OFFSET-DAYS =
               ((SN-ISSUE-NO - 1) * 365) / SB-ISSUES-PER-YEAR
           MOVE "A" TO DS-FUNCTION
           MOVE SB-FIRST-ISSUE-DATE TO DS-DATE-1
           MOVE SN-OFFSET-DAYS TO DS-DAYS
           MOVE SPACES TO DS-BRANCH
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           IF DS-STATUS = "00"
               MOVE DS-DATE-2 TO SN-EXPECTED-DATE
           ELSE
               MOVE 99999999 TO SN-EXPECTED-DATE
           END-IF.
       5000-EXIT.
           EXIT.
