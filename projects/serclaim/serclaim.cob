       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SERCLAIM.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  SERCLAIM
      *
      *  Serials claims report.  Walks the predicted-issue calendar
      *  of every active subscription on SERIALS.DAT (see SERLREC)
      *  and lists each issue that is past its predicted date plus
      *  the subscription's grace days with no check-in on
      *  SERISSUE.DAT - sorted into supplier order in the style of
      *  ORDRPT, with the supplier's contact and phone from
      *  SUPPLIER.DAT at each break, so the list goes straight to
      *  the claims call.
      *
      *  Only issues predicted within the claim window (a year back
      *  from today) are listed - older gaps are past claiming - and
      *  none predicted after a renewal date that has gone by, since
      *  the subscription was not paid beyond it.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SB-SUB-ID
               FILE STATUS IS SQ-SERFILE-STATUS.
           SELECT IssueFile ASSIGN TO "SERISSUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-ISSUE-KEY
               FILE STATUS IS SQ-ISSFILE-STATUS.
           SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-SUPPLIER-CODE
               FILE STATUS IS SQ-SUPPFILE-STATUS.
           SELECT SortFile ASSIGN TO "SERCLAIM.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD SerialFile.
       COPY SERLREC.

       FD IssueFile.
       COPY SERISSUE.

       FD SupplierFile.
       COPY SUPPREC.

       SD SortFile.
       01  SQ-SORT-RECORD.
           05  SQ-S-SUPPLIER         PIC X(05).
           05  SQ-S-SUB-ID           PIC 9(05).
           05  SQ-S-ISSUE-NO         PIC 9(05).
           05  SQ-S-TITLE            PIC X(30).
           05  SQ-S-EXPECTED         PIC 9(08).
           05  SQ-S-DAYS-LATE        PIC 9(05).

       WORKING-STORAGE SECTION.
       01  SQ-SERFILE-STATUS         PIC X(02).
           88  SQ-SERFILE-OK         VALUE "00".

       01  SQ-ISSFILE-STATUS         PIC X(02).
           88  SQ-ISSFILE-OK         VALUE "00".
           88  SQ-ISSFILE-NEW        VALUE "35".

       01  SQ-SUPPFILE-STATUS        PIC X(02).
           88  SQ-SUPPFILE-OK        VALUE "00".

       01  SQ-SERFILE-EOF-SWITCH     PIC X(01) VALUE "N".
           88  SQ-SERFILE-EOF        VALUE "Y".

       01  SQ-SORTFILE-EOF-SWITCH    PIC X(01) VALUE "N".
           88  SQ-SORTFILE-EOF       VALUE "Y".

       01  SQ-FIRST-RECORD-SWITCH    PIC X(01) VALUE "Y".
           88  SQ-FIRST-RECORD       VALUE "Y".

       01  SQ-ISSUES-SWITCH          PIC X(01) VALUE "N".
           88  SQ-ISSUES-ON-FILE     VALUE "Y".

       01  SQ-WALK-SWITCH            PIC X(01).
           88  SQ-WALK-DONE          VALUE "Y".

      *  How far back an issue is still worth claiming.
       01  SQ-CLAIM-WINDOW           PIC S9(05) VALUE 365.

       01  SQ-SYSTEM-DATE            PIC 9(08).
       01  SQ-WINDOW-START           PIC 9(08).
       01  SQ-ISSUE-NO               PIC 9(05).
       01  SQ-OFFSET-DAYS            PIC 9(07).
       01  SQ-EXPECTED-DATE          PIC 9(08).
       01  SQ-LATE-DATE              PIC 9(08).
       01  SQ-PRIOR-SUPPLIER         PIC X(05) VALUE SPACES.
       01  SQ-SUPP-COUNT             PIC 9(05) VALUE ZEROS.
       01  SQ-GRAND-COUNT            PIC 9(05) VALUE ZEROS.
       01  SQ-SUB-COUNT              PIC 9(05) VALUE ZEROS.

       COPY RUNDATE.

       COPY DATESVCA.

       01  SQ-HEADING-1.
           05  FILLER                PIC X(10) VALUE "SERCLAIM".
           05  FILLER                PIC X(23) VALUE
               "SERIALS ISSUE CLAIMS".
           05  FILLER                PIC X(10) VALUE "RUN DATE:".
           05  SQ-H1-DATE            PIC X(10).

       01  SQ-SUPPLIER-LINE.
           05  FILLER                PIC X(10) VALUE "SUPPLIER: ".
           05  SQ-SL-SUPPLIER        PIC X(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SQ-SL-SUPP-NAME       PIC X(30).

       01  SQ-CONTACT-LINE.
           05  FILLER                PIC X(10) VALUE "  CONTACT ".
           05  SQ-CL-CONTACT         PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SQ-CL-PHONE           PIC X(12).

       01  SQ-DETAIL-LINE.
           05  SQ-D-SUB-ID           PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SQ-D-TITLE            PIC X(30).
           05  FILLER                PIC X(08) VALUE "  ISSUE ".
           05  SQ-D-ISSUE-NO         PIC ZZZZ9.
           05  FILLER                PIC X(06) VALUE "  DUE ".
           05  SQ-D-EXPECTED         PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SQ-D-DAYS-LATE        PIC ZZ,ZZ9.
           05  FILLER                PIC X(10) VALUE " DAYS LATE".

       01  SQ-SUBTOTAL-LINE.
           05  FILLER                PIC X(10) VALUE "  SUBTOTAL".
           05  FILLER                PIC X(03) VALUE SPACES.
           05  SQ-ST-COUNT           PIC ZZ,ZZ9.
           05  FILLER                PIC X(18) VALUE
               " issue(s) to claim".

       01  SQ-GRANDTOTAL-LINE.
           05  FILLER                PIC X(10) VALUE "GRAND TOTL".
           05  FILLER                PIC X(03) VALUE SPACES.
           05  SQ-G-COUNT            PIC ZZ,ZZ9.
           05  FILLER                PIC X(18) VALUE
               " issue(s) to claim".
           05  FILLER                PIC X(06) VALUE " from ".
           05  SQ-G-SUBS             PIC ZZ,ZZ9.
           05  FILLER                PIC X(21) VALUE
               " active subscriptions".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT SQ-SYSTEM-DATE FROM DATE YYYYMMDD
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           MOVE RD-RUN-DATE-DISPLAY TO SQ-H1-DATE
           DISPLAY SQ-HEADING-1
           MOVE "A" TO DS-FUNCTION
           MOVE SQ-SYSTEM-DATE TO DS-DATE-1
           COMPUTE DS-DAYS = 0 - SQ-CLAIM-WINDOW
           MOVE SPACES TO DS-BRANCH
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           MOVE DS-DATE-2 TO SQ-WINDOW-START
           SORT SortFile
               ON ASCENDING KEY SQ-S-SUPPLIER
               ON ASCENDING KEY SQ-S-SUB-ID
               ON ASCENDING KEY SQ-S-ISSUE-NO
               INPUT PROCEDURE IS 1000-RELEASE-CLAIMS THRU 1000-EXIT
               OUTPUT PROCEDURE IS 2000-PROCESS-SORTED THRU 2000-EXIT
           GOBACK.

      *  With no issues checked in yet every predicted issue in the
      *  window is missing.
       1000-RELEASE-CLAIMS.
           OPEN INPUT SerialFile
           IF NOT SQ-SERFILE-OK
               DISPLAY "SERIALS.DAT OPEN failed - status "
                       SQ-SERFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT IssueFile
           IF SQ-ISSFILE-OK
               SET SQ-ISSUES-ON-FILE TO TRUE
           ELSE
               IF NOT SQ-ISSFILE-NEW
                   DISPLAY "SERISSUE.DAT OPEN failed - status "
                           SQ-ISSFILE-STATUS "."
                   MOVE 8 TO RETURN-CODE
                   CLOSE SerialFile
                   GO TO 1000-EXIT
               END-IF
           END-IF
           READ SerialFile NEXT RECORD
               AT END
                   SET SQ-SERFILE-EOF TO TRUE
           END-READ
           PERFORM 1100-CHECK-ONE-SUBSCRIPTION THRU 1100-EXIT
               UNTIL SQ-SERFILE-EOF
           CLOSE SerialFile
           IF SQ-ISSUES-ON-FILE
               CLOSE IssueFile
           END-IF.
       1000-EXIT.
           EXIT.

       1100-CHECK-ONE-SUBSCRIPTION.
           IF SB-ACTIVE
               ADD 1 TO SQ-SUB-COUNT
               MOVE "N" TO SQ-WALK-SWITCH
               MOVE 1 TO SQ-ISSUE-NO
               PERFORM 1200-CHECK-ONE-ISSUE THRU 1200-EXIT
                   UNTIL SQ-WALK-DONE
           END-IF
           READ SerialFile NEXT RECORD
               AT END
                   SET SQ-SERFILE-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1200-CHECK-ONE-ISSUE - predicted issue SQ-ISSUE-NO.  The
      *  walk stops at the first issue not yet late, or past a
      *  renewal date that has gone by.
      *****************************************************************
       1200-CHECK-ONE-ISSUE.
           PERFORM 1300-EXPECTED-DATE THRU 1300-EXIT
           IF SB-RENEWAL-DATE > ZEROS
               AND SB-RENEWAL-DATE < SQ-SYSTEM-DATE
               AND SQ-EXPECTED-DATE > SB-RENEWAL-DATE
               SET SQ-WALK-DONE TO TRUE
               GO TO 1200-EXIT
           END-IF
           MOVE "A" TO DS-FUNCTION
           MOVE SQ-EXPECTED-DATE TO DS-DATE-1
           MOVE SB-GRACE-DAYS TO DS-DAYS
           MOVE SPACES TO DS-BRANCH
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           MOVE DS-DATE-2 TO SQ-LATE-DATE
           IF DS-STATUS NOT = "00"
               OR SQ-LATE-DATE NOT < SQ-SYSTEM-DATE
               OR SQ-ISSUE-NO = 99999
               SET SQ-WALK-DONE TO TRUE
               GO TO 1200-EXIT
           END-IF
           IF SQ-EXPECTED-DATE < SQ-WINDOW-START
               GO TO 1200-NEXT
           END-IF
           IF SQ-ISSUES-ON-FILE
               MOVE SB-SUB-ID TO SI-SUB-ID
               MOVE SQ-ISSUE-NO TO SI-ISSUE-NO
               READ IssueFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       GO TO 1200-NEXT
               END-READ
           END-IF
           MOVE "B" TO DS-FUNCTION
           MOVE SQ-EXPECTED-DATE TO DS-DATE-1
           MOVE SQ-SYSTEM-DATE TO DS-DATE-2
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           MOVE SB-SUPPLIER-CODE TO SQ-S-SUPPLIER
           MOVE SB-SUB-ID        TO SQ-S-SUB-ID
           MOVE SQ-ISSUE-NO      TO SQ-S-ISSUE-NO
           MOVE SB-TITLE         TO SQ-S-TITLE
           MOVE SQ-EXPECTED-DATE TO SQ-S-EXPECTED
           MOVE DS-DAYS          TO SQ-S-DAYS-LATE
           RELEASE SQ-SORT-RECORD.
       1200-NEXT.
           ADD 1 TO SQ-ISSUE-NO.
       1200-EXIT.
           EXIT.

      *  Issue n falls (n - 1) * 365 / issues-per-year days after the
      *  first issue, worked from the first issue every time the way
      *  SERMNT's calendar works it.
       1300-EXPECTED-DATE.
           IF SB-ISSUES-PER-YEAR = ZEROS
               MOVE 12 TO SB-ISSUES-PER-YEAR
           END-IF
           COMPUTE SQ-OFFSET-DAYS =
               ((SQ-ISSUE-NO - 1) * 365) / SB-ISSUES-PER-YEAR
           MOVE "A" TO DS-FUNCTION
           MOVE SB-FIRST-ISSUE-DATE TO DS-DATE-1
           MOVE SQ-OFFSET-DAYS TO DS-DAYS
           MOVE SPACES TO DS-BRANCH
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           IF DS-STATUS = "00"
               MOVE DS-DATE-2 TO SQ-EXPECTED-DATE
           ELSE
               MOVE 99999999 TO SQ-EXPECTED-DATE
           END-IF.
       1300-EXIT.
           EXIT.

       2000-PROCESS-SORTED.
           RETURN SortFile
               AT END
                   SET SQ-SORTFILE-EOF TO TRUE
           END-RETURN
           PERFORM 2100-PROCESS-ONE-SORTED THRU 2100-EXIT
               UNTIL SQ-SORTFILE-EOF
           IF NOT SQ-FIRST-RECORD
               PERFORM 2200-PRINT-SUBTOTAL THRU 2200-EXIT
           END-IF
           PERFORM 2300-PRINT-GRANDTOTAL THRU 2300-EXIT.
       2000-EXIT.
           EXIT.

       2100-PROCESS-ONE-SORTED.
           IF SQ-FIRST-RECORD
               PERFORM 2110-START-NEW-SUPPLIER THRU 2110-EXIT
           ELSE
               IF SQ-S-SUPPLIER NOT = SQ-PRIOR-SUPPLIER
                   PERFORM 2200-PRINT-SUBTOTAL THRU 2200-EXIT
                   PERFORM 2110-START-NEW-SUPPLIER THRU 2110-EXIT
               END-IF
           END-IF
           MOVE SQ-S-SUB-ID     TO SQ-D-SUB-ID
           MOVE SQ-S-TITLE      TO SQ-D-TITLE
           MOVE SQ-S-ISSUE-NO   TO SQ-D-ISSUE-NO
           MOVE SQ-S-EXPECTED   TO SQ-D-EXPECTED
           MOVE SQ-S-DAYS-LATE  TO SQ-D-DAYS-LATE
           DISPLAY SQ-DETAIL-LINE
           ADD 1 TO SQ-SUPP-COUNT
           RETURN SortFile
               AT END
                   SET SQ-SORTFILE-EOF TO TRUE
           END-RETURN.
       2100-EXIT.
           EXIT.

       2110-START-NEW-SUPPLIER.
           MOVE SQ-S-SUPPLIER TO SQ-PRIOR-SUPPLIER
           MOVE SQ-S-SUPPLIER TO SQ-SL-SUPPLIER
           PERFORM 2120-LOOK-UP-SUPPLIER THRU 2120-EXIT
           MOVE "N"           TO SQ-FIRST-RECORD-SWITCH
           MOVE ZEROS         TO SQ-SUPP-COUNT
           DISPLAY SPACES
           DISPLAY SQ-SUPPLIER-LINE
           DISPLAY SQ-CONTACT-LINE.
       2110-EXIT.
           EXIT.

      *  An unknown code - or no master on file - leaves the name and
      *  contact blank, as ORDRPT does.
       2120-LOOK-UP-SUPPLIER.
           MOVE SPACES TO SQ-SL-SUPP-NAME SQ-CL-CONTACT SQ-CL-PHONE
           OPEN INPUT SupplierFile
           IF NOT SQ-SUPPFILE-OK
               GO TO 2120-EXIT
           END-IF
           MOVE SQ-S-SUPPLIER TO SP-SUPPLIER-CODE
           READ SupplierFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SP-SUPPLIER-NAME TO SQ-SL-SUPP-NAME
                   MOVE SP-CONTACT-NAME  TO SQ-CL-CONTACT
                   MOVE SP-CONTACT-PHONE TO SQ-CL-PHONE
           END-READ
           CLOSE SupplierFile.
       2120-EXIT.
           EXIT.

       2200-PRINT-SUBTOTAL.
           MOVE SQ-SUPP-COUNT TO SQ-ST-COUNT
           DISPLAY SQ-SUBTOTAL-LINE
           ADD SQ-SUPP-COUNT TO SQ-GRAND-COUNT.
       2200-EXIT.
           EXIT.

       2300-PRINT-GRANDTOTAL.
           MOVE SQ-GRAND-COUNT TO SQ-G-COUNT
           MOVE SQ-SUB-COUNT   TO SQ-G-SUBS
           DISPLAY SPACES
           DISPLAY "----------------------------------------"
           DISPLAY SQ-GRANDTOTAL-LINE.
       2300-EXIT.
           EXIT.
