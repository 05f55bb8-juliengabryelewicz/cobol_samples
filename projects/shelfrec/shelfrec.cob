      *                  branch's stock when keyed, all branches when
      *                  blank or absent - so each reading room's
      *                  shelf team matches only its own shelves.
      *  2026-10-15  jg  Every MISSING and NEVER CATALOGED finding
      *                  also goes to the BURST-SVC work file - a
      *                  missing book under its own branch, a stray
      *                  shelf id under the branch being read - so
      *                  RPTBURST can give each branch its own
      *                  follow-up list.
      *  2026-10-15  jg  A book on the shelf whose loan is disputed
      *                  (claimed returned - LN-CLAIM-DATE, see
      *                  CLAIMRPT) was returned after all: a return
      *                  dated today goes to OFFCAP.DAT for
      *                  BOOKLOAN's catch-up posting, which closes
      *                  the claim with no overdue fine.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OptionFile ASSIGN TO "SHELFOPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SH-OPTFILE-STATUS.
           SELECT OffCapFile ASSIGN TO "OFFCAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SH-OFFCAP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CaptureFile.
       01  SH-OPTION-RECORD.
           05  SH-OPT-BRANCH         PIC X(03).

       FD OffCapFile.
       COPY OFFCAP.

       SD SortFile.
       01  SH-SORT-RECORD.
           05  SH-S-BOOK-ID          PIC 9(07).
       01  SH-OPTFILE-STATUS         PIC X(02).
           88  SH-OPTFILE-OK         VALUE "00".

       01  SH-OFFCAP-STATUS          PIC X(02).
           88  SH-OFFCAP-OK          VALUE "00".

       01  SH-SYSTEM-DATE            PIC 9(08).
       01  SH-SYSTEM-TIME            PIC 9(08).

       01  SH-BRANCH-FILTER          PIC X(03) VALUE SPACES.
           88  SH-ALL-BRANCHES       VALUE SPACES.

       01  SH-ONLOAN-COUNT           PIC 9(05) VALUE ZEROS.
       01  SH-MISSING-COUNT          PIC 9(05) VALUE ZEROS.
       01  SH-UNCAT-COUNT            PIC 9(05) VALUE ZEROS.
       01  SH-EXCEPTION-COUNT        PIC 9(05) VALUE ZEROS.
       01  SH-CLAIM-FOUND-COUNT      PIC 9(05) VALUE ZEROS.

       COPY BURSTSVA.

       01  SH-BURST-SWITCH           PIC X(01) VALUE "N".
           88  SH-BURSTING           VALUE "Y".

       01  SH-EXCEPTION-HEADING.
           05  FILLER                PIC X(09) VALUE "BOOK ID".
           05  FILLER                PIC X(32) VALUE "BOOK NAME".
           05  FILLER                PIC X(07) VALUE "FINDING".

       01  SH-EXCEPTION-LINE.
           05  SH-X-BOOK-ID          PIC 9(07).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SH-X-NAME             PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SH-X-FINDING          PIC X(15).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "N" TO SH-LOANFILE-OPEN-SWITCH
           MOVE ZEROS TO SH-FINE-COUNT SH-ONLOAN-COUNT
                         SH-MISSING-COUNT SH-UNCAT-COUNT
                         SH-CLAIM-FOUND-COUNT
           ACCEPT SH-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT SH-SYSTEM-TIME FROM TIME
           MOVE SPACES TO SH-BRANCH-FILTER
           OPEN INPUT OptionFile
           IF SH-OPTFILE-OK
               DISPLAY "BRANCH: " SH-BRANCH-FILTER
           END-IF
           DISPLAY "----------------------------------------"
           PERFORM 0100-BEGIN-BURST THRU 0100-EXIT
           SORT SortFile
               ON ASCENDING KEY SH-S-BOOK-ID
               INPUT PROCEDURE IS 1000-RELEASE-CAPTURE THRU 1000-EXIT
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           GOBACK.

      *  A burst work file that cannot be written costs only the
      *  branch copies, never the reconciliation.
       0100-BEGIN-BURST.
           MOVE "B" TO BX-FUNCTION
           MOVE "SHELF-REC" TO BX-REPORT-NAME
           MOVE "F" TO BX-FILE-LETTER
           MOVE "SHELF-READ RECONCILIATION" TO BX-LINE
           CALL "BURST-SVC" USING BX-BURST-SVC-AREA
           END-CALL
           IF BX-STATUS NOT = "00"
               DISPLAY "BURSTWK.DAT not available - no branch"
                       " copies of this run."
               GO TO 0100-EXIT
           END-IF
           SET SH-BURSTING TO TRUE
           MOVE "C" TO BX-FUNCTION
           MOVE SH-EXCEPTION-HEADING TO BX-LINE
           CALL "BURST-SVC" USING BX-BURST-SVC-AREA
           END-CALL.
       0100-EXIT.
           EXIT.

       1000-RELEASE-CAPTURE.
           OPEN INPUT CaptureFile
           IF NOT SH-CAPFILE-OK
                   DISPLAY "Shelf id " SH-SHELF-ID " is not in the"
                           " catalog - NEVER CATALOGED."
                   ADD 1 TO SH-UNCAT-COUNT
                   PERFORM 2700-BURST-UNCATALOGED THRU 2700-EXIT
                   PERFORM 2200-READ-SHELF THRU 2200-EXIT
               WHEN SH-SHELF-EOF
                   PERFORM 2400-BOOK-NOT-ON-SHELF THRU 2400-EXIT
                   PERFORM 2100-READ-CATALOG THRU 2100-EXIT
               WHEN BK-BOOK-ID = SH-SHELF-ID
                   ADD 1 TO SH-FINE-COUNT
                   PERFORM 2450-CHECK-CLAIM-FOUND THRU 2450-EXIT
                   MOVE SH-SHELF-ID TO SH-MATCHED-ID
                   PERFORM 2100-READ-CATALOG THRU 2100-EXIT
                   PERFORM 2500-SKIP-DUPLICATE-IDS THRU 2500-EXIT
                   DISPLAY "Shelf id " SH-SHELF-ID " is not in the"
                           " catalog - NEVER CATALOGED."
                   ADD 1 TO SH-UNCAT-COUNT
                   PERFORM 2700-BURST-UNCATALOGED THRU 2700-EXIT
                   PERFORM 2200-READ-SHELF THRU 2200-EXIT
           END-EVALUATE.
       2300-EXIT.
               DISPLAY "Book " BK-BOOK-ID " " BK-BOOK-NAME
                       " is neither on shelf nor on loan - MISSING."
               ADD 1 TO SH-MISSING-COUNT
               IF SH-BURSTING
                   MOVE BK-BOOK-ID   TO SH-X-BOOK-ID
                   MOVE BK-BOOK-NAME TO SH-X-NAME
                   MOVE "MISSING" TO SH-X-FINDING
                   MOVE BK-BRANCH TO BX-BRANCH
                   PERFORM 2800-BURST-EXCEPTION THRU 2800-EXIT
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.

      *  A claimed-returned book found on the shelf closes its claim
      *  through the offline capture - BOOKLOAN posts the return
      *  with all its usual processing, hold announcement included.
       2450-CHECK-CLAIM-FOUND.
           IF NOT SH-LOANFILE-OPEN
               GO TO 2450-EXIT
           END-IF
           MOVE BK-BOOK-ID TO LN-BOOK-ID
           READ LoanFile
               INVALID KEY
                   GO TO 2450-EXIT
           END-READ
           IF NOT LN-ON-LOAN
               OR LN-CLAIM-DATE NOT NUMERIC
               OR LN-CLAIM-DATE = ZEROS
               GO TO 2450-EXIT
           END-IF
           OPEN EXTEND OffCapFile
           IF NOT SH-OFFCAP-OK
               OPEN OUTPUT OffCapFile
           END-IF
           IF NOT SH-OFFCAP-OK
               DISPLAY "Book " BK-BOOK-ID " claimed returned and on"
                       " the shelf - OFFCAP.DAT OPEN failed, status "
                       SH-OFFCAP-STATUS " - return it at the desk."
               GO TO 2450-EXIT
           END-IF
           MOVE "R"            TO OC-TXN-CODE
           MOVE LN-BOOK-ID     TO OC-BOOK-ID
           MOVE LN-BORROWER-NO TO OC-BORROWER-NO
           MOVE SH-SYSTEM-DATE TO OC-EVENT-DATE
           MOVE SH-SYSTEM-TIME TO OC-EVENT-TIME
           WRITE OC-CAPTURE-RECORD
           CLOSE OffCapFile
           DISPLAY "Book " BK-BOOK-ID " claimed returned "
                   LN-CLAIM-DATE " is on the shelf - return"
                   " captured to OFFCAP.DAT."
           ADD 1 TO SH-CLAIM-FOUND-COUNT.
       2450-EXIT.
           EXIT.

      *  A shelf team may capture the same id twice (two copies on
      *  the shelf) - further equal ids are part of the same match.
       2500-SKIP-DUPLICATE-IDS.
       2600-EXIT.
           EXIT.

      *  A shelf id not in the catalog has no branch of its own - it
      *  was found on the shelves being read.
       2700-BURST-UNCATALOGED.
           IF NOT SH-BURSTING
               GO TO 2700-EXIT
           END-IF
           MOVE SH-SHELF-ID TO SH-X-BOOK-ID
           MOVE "(not on BOOKS.DAT)" TO SH-X-NAME
           MOVE "NEVER CATALOGED" TO SH-X-FINDING
           MOVE SH-BRANCH-FILTER TO BX-BRANCH
           PERFORM 2800-BURST-EXCEPTION THRU 2800-EXIT.
       2700-EXIT.
           EXIT.

       2800-BURST-EXCEPTION.
           MOVE "D" TO BX-FUNCTION
           MOVE SPACES TO BX-GROUP
           MOVE 1 TO BX-COUNT
           MOVE ZEROS TO BX-AMOUNT
           MOVE SH-EXCEPTION-LINE TO BX-LINE
           CALL "BURST-SVC" USING BX-BURST-SVC-AREA
           END-CALL.
       2800-EXIT.
           EXIT.

       3000-TERMINATE.
           DISPLAY "----------------------------------------"
           DISPLAY "On file and on shelf....: " SH-FINE-COUNT
           DISPLAY "On file, out on loan....: " SH-ONLOAN-COUNT
           DISPLAY "MISSING (not shelf/loan): " SH-MISSING-COUNT
           DISPLAY "On shelf, NOT cataloged.: " SH-UNCAT-COUNT
           DISPLAY "Claims found on shelf...: " SH-CLAIM-FOUND-COUNT
           IF SH-CLAIM-FOUND-COUNT > ZEROS
               DISPLAY "Post OFFCAP.DAT through BOOKLOAN's catch-up"
                       " mode to close the claims."
           END-IF
           IF SH-BURSTING
               ADD SH-MISSING-COUNT SH-UNCAT-COUNT
                   GIVING SH-EXCEPTION-COUNT
               MOVE "E" TO BX-FUNCTION
               MOVE SH-EXCEPTION-COUNT TO BX-COUNT
               MOVE ZEROS TO BX-AMOUNT
               MOVE "MISSING + NEVER CATALOGED" TO BX-LINE
               CALL "BURST-SVC" USING BX-BURST-SVC-AREA
               END-CALL
           END-IF.
       3000-EXIT.
           EXIT.
