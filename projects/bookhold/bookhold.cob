      *                  TRAINING banner, matching BOOKLOAN - a
      *                  trainee's practice hold no longer lands on
      *                  the live queue.
      *  2026-10-14  jg  Borrower categories - a hold is refused on a
      *                  genre the borrower's category is barred
      *                  from on CATPRIV.DAT, and once the borrower
      *                  already has the category's hold cap of
      *                  waiting or offered holds on the queue.  A
      *                  zero cap, no record for the category, or no
      *                  table on file leaves holds uncapped.
      *  2026-10-14  jg  Pickup branch.  A place transaction takes
      *                  the branch the borrower will collect from,
      *                  checked against BRANCHES.DAT; blank means
      *                  the branch the copy lives at.  New
      *                  transaction R records a routed copy
      *                  received at the pickup branch - only then
      *                  is the offer ready and HOLDSWP's pickup
      *                  window running.
      *  2026-10-15  jg  Any-edition holds.  A place transaction
      *                  flagged Y takes the work the book is an
      *                  edition of from TITLELNK.DAT (see LINKMNT)
      *                  onto the hold, and the first copy of any
      *                  edition of the work to come back is offered
      *                  to it.  A book linked to no work takes an
      *                  ordinary hold.  Work record grew with
      *                  HOLDREC.
      *  2026-10-15  jg  Recalls.  A hold placed on a title with no
      *                  copy on the shelf recalls the loan on
      *                  BOOKLOAN.DAT when it is not due back for
      *                  more than the recall trigger - the due date
      *                  comes forward to the recall date (the
      *                  notice period from today, but never inside
      *                  the minimum loan period) and LN-RECALL-DATE
      *                  is set, so BOOKNOTC sends the borrower a
      *                  recall notice, BOOKLOAN refuses to renew it
      *                  and fines it late at the recall rate.  An
      *                  any-edition hold recalls nothing - another
      *                  edition may well come back first.
      *  2026-10-15  jg  Borrower blocks.  Placing a hold first shows
      *                  the desk every block and desk note in force
      *                  on the borrower through BLOCK-SVC (see
      *                  BLOCKMNT), and is refused when a block stops
      *                  holds.
      *  2026-10-15  jg  A loan claimed returned is not recalled - its
      *                  return is under investigation, as BOOKNOTC
      *                  sends it no notice.
      *  2026-10-15  jg  The recall takes the shared BOOK-LOCK for the
      *                  length of the loan rewrite, as every other
      *                  loan-record updater does.  A refused lock
      *                  makes no recall; the hold stands.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BW-BORROWER-NO
               FILE STATUS IS HO-BORRFILE-STATUS.
           SELECT LoanFile ASSIGN TO HO-LOANFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-BOOK-ID
               FILE STATUS IS HO-LOANFILE-STATUS.
           SELECT BranchFile ASSIGN TO "BRANCHES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-BRANCH-CODE
               FILE STATUS IS HO-BRNFILE-STATUS.
           SELECT CategoryFile ASSIGN TO "CATPRIV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CATEGORY
               FILE STATUS IS HO-CATFILE-STATUS.
           SELECT LinkFile ASSIGN TO "TITLELNK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TK-BOOK-ID
               FILE STATUS IS HO-LINKFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HoldFile.
       COPY HOLDREC.

       FD HoldWorkFile.
       01  HO-WORK-RECORD            PIC X(84).

       FD BookFile.
       COPY BOOKREC.
       FD BorrowerFile.
       COPY BORRREC.

       FD LoanFile.
       COPY LOANREC.

       FD CategoryFile.
       COPY CATPRIV.

       FD BranchFile.
       COPY BRCHREC.

       FD LinkFile.
       COPY TITLELNK.

       WORKING-STORAGE SECTION.
      *  Production names stand until the TRAIN-SVC switch swaps in
      *  the TR* practice set at initialization.
       01  HO-WORKFILE-NAME          PIC X(12) VALUE "BOOKHOLD.TMP".
       01  HO-BOOKFILE-NAME          PIC X(12) VALUE "BOOKS.DAT".
       01  HO-BORRFILE-NAME          PIC X(12) VALUE "BORROWER.DAT".
       01  HO-LOANFILE-NAME          PIC X(12) VALUE "BOOKLOAN.DAT".

       COPY TRAINSVC.

       01  HO-BORRFILE-STATUS        PIC X(02).
           88  HO-BORRFILE-OK        VALUE "00".

       01  HO-LOANFILE-STATUS        PIC X(02).
           88  HO-LOANFILE-OK        VALUE "00".

      *  Recall policy - a loan not due back for more than the
      *  trigger is recalled to the notice period from today, but
      *  never to inside the minimum loan period from its loan date.
       01  HO-RECALL-TRIGGER-DAYS    PIC S9(05) VALUE 14.
       01  HO-RECALL-NOTICE-DAYS     PIC S9(05) VALUE 7.
       01  HO-MIN-LOAN-DAYS          PIC S9(05) VALUE 21.
       01  HO-RECALL-DATE            PIC 9(08).
       01  HO-COPIES-OWNED           PIC 9(03).

       COPY LOCKSVCA.

       01  HO-LOCK-SWITCH            PIC X(01) VALUE "N".
           88  HO-LOCK-HELD          VALUE "Y".

       COPY DATESVCA.

       COPY BLOCKSVA.

       01  HO-BLOCK-IX               PIC 9(02).

       01  HO-CATFILE-STATUS         PIC X(02).
           88  HO-CATFILE-OK         VALUE "00".

       01  HO-CATEGORY-OPEN-SWITCH   PIC X(01) VALUE "N".
           88  HO-CATEGORY-OPEN      VALUE "Y".

       01  HO-BRNFILE-STATUS         PIC X(02).
           88  HO-BRNFILE-OK         VALUE "00".

       01  HO-BRANCHES-SWITCH        PIC X(01) VALUE "N".
           88  HO-BRANCHES-ON-FILE   VALUE "Y".

       01  HO-LINKFILE-STATUS        PIC X(02).
           88  HO-LINKFILE-OK        VALUE "00".

       01  HO-LINKS-SWITCH           PIC X(01) VALUE "N".
           88  HO-LINKS-ON-FILE      VALUE "Y".

       01  HO-WORK-CODE              PIC X(08).

       01  HO-RECEIVED-SWITCH        PIC X(01).
           88  HO-HOLD-RECEIVED      VALUE "Y".

       01  HO-GENRE-BARRED-SWITCH    PIC X(01).
           88  HO-GENRE-BARRED       VALUE "Y".

       01  HO-GENRE-IDX              PIC 9(01).
       01  HO-HOLD-COUNT             PIC 9(03).

       01  HO-SYSTEM-DATE            PIC 9(08).

       01  HO-HOLDFILE-EOF-SWITCH    PIC X(01).
           05  HO-TXN-CODE           PIC X(01).
               88  HO-PLACE-TXN      VALUE "P" "p".
               88  HO-CLEAR-TXN      VALUE "C" "c".
               88  HO-RECEIVE-TXN    VALUE "R" "r".
           05  HO-TXN-BOOK-ID        PIC 9(07).
           05  HO-TXN-BORROWER-NO    PIC 9(05).
           05  HO-TXN-PICKUP-BRANCH  PIC X(03).
           05  HO-TXN-ANY-EDITION    PIC X(01).
               88  HO-ANY-EDITION    VALUE "Y" "y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
                   UNTIL HO-TXN-LINE = SPACES
               CLOSE BookFile
               CLOSE BorrowerFile
               IF HO-CATEGORY-OPEN
                   CLOSE CategoryFile
               END-IF
               IF HO-BRANCHES-ON-FILE
                   CLOSE BranchFile
               END-IF
               IF HO-LINKS-ON-FILE
                   CLOSE LinkFile
               END-IF
           END-IF
           GOBACK.

               MOVE "TRBKHOLD.TMP" TO HO-WORKFILE-NAME
               MOVE "TRBOOKS.DAT"  TO HO-BOOKFILE-NAME
               MOVE "TRBORROW.DAT" TO HO-BORRFILE-NAME
               MOVE "TRBKLOAN.DAT" TO HO-LOANFILE-NAME
               DISPLAY "*************************************"
               DISPLAY "***  TRAINING MODE - PRACTICE     ***"
               DISPLAY "***  FILES ONLY - NOT PRODUCTION  ***"
               CLOSE BookFile
               GO TO 1000-EXIT
           END-IF
           SET HO-FILES-OPEN TO TRUE
      *    The category table is optional - absent, holds run as
      *    they always have.
           OPEN INPUT CategoryFile
           IF HO-CATFILE-OK
               SET HO-CATEGORY-OPEN TO TRUE
           END-IF
      *    Pickup branches are checked against BRANCHES.DAT when
      *    the table is on file, the way WRITE-FILE checks
      *    BK-BRANCH.
           OPEN INPUT BranchFile
           IF HO-BRNFILE-OK
               SET HO-BRANCHES-ON-FILE TO TRUE
           END-IF
      *    The title links are optional the same way - absent, every
      *    hold is on the edition keyed.
           OPEN INPUT LinkFile
           IF HO-LINKFILE-OK
               SET HO-LINKS-ON-FILE TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-GET-HOLD-TXN.
           DISPLAY "Enter - Txn(P/C/R), BookId, BorrowerNo (P),"
           DISPLAY "Pickup branch (P - blank = the copy's branch),"
           DISPLAY "Any edition (P - Y = first linked edition back)"
           DISPLAY "TIIIIIIINNNNNBBBY"
           ACCEPT  HO-TXN-LINE.
       2000-EXIT.
           EXIT.
                   PERFORM 2200-PLACE-HOLD THRU 2200-EXIT
               WHEN HO-CLEAR-TXN
                   PERFORM 2300-CLEAR-HOLD THRU 2300-EXIT
               WHEN HO-RECEIVE-TXN
                   PERFORM 2400-RECEIVE-HOLD THRU 2400-EXIT
               WHEN OTHER
                   DISPLAY "Unknown transaction code - ignored."
           END-EVALUATE
           IF NOT HO-RECORD-FOUND
               GO TO 2200-EXIT
           END-IF
           PERFORM 2240-CHECK-BORROWER-BLOCKS THRU 2240-EXIT
           IF BA-HOLDS-STOPPED
               DISPLAY "Borrower " HO-TXN-BORROWER-NO " is blocked"
                       " from placing holds - hold refused, see"
                       " BLOCKMNT."
               GO TO 2200-EXIT
           END-IF
           IF BW-EXPIRY-DATE IS NUMERIC
               AND BW-EXPIRY-DATE > ZEROS
               AND BW-EXPIRY-DATE < HO-SYSTEM-DATE
                       " renew in BORRMNT."
               GO TO 2200-EXIT
           END-IF
           PERFORM 2250-CHECK-CATEGORY THRU 2250-EXIT
           IF NOT HO-RECORD-FOUND
               GO TO 2200-EXIT
           END-IF
           IF HO-TXN-PICKUP-BRANCH = SPACES
               MOVE BK-BRANCH TO HO-TXN-PICKUP-BRANCH
           ELSE
               IF HO-BRANCHES-ON-FILE
                   MOVE HO-TXN-PICKUP-BRANCH TO BN-BRANCH-CODE
                   READ BranchFile
                       INVALID KEY
                           DISPLAY "Pickup branch "
                                   HO-TXN-PICKUP-BRANCH " not on"
                                   " BRANCHES.DAT - hold refused."
                           GO TO 2200-EXIT
                   END-READ
               END-IF
           END-IF
           PERFORM 2280-GET-WORK-CODE THRU 2280-EXIT
           OPEN EXTEND HoldFile
           IF NOT HO-HOLDFILE-OK
               DISPLAY "BOOKHOLD.DAT OPEN failed - status "
           ACCEPT HD-PLACED-TIME FROM TIME
           MOVE "W" TO HD-STATUS
           MOVE ZEROS TO HD-OFFER-DATE
           MOVE HO-TXN-PICKUP-BRANCH TO HD-PICKUP-BRANCH
           MOVE SPACES TO HD-SEND-BRANCH
           MOVE ZEROS TO HD-RECEIVED-DATE
           MOVE HO-WORK-CODE TO HD-WORK-CODE
           WRITE HD-HOLD-RECORD
           CLOSE HoldFile
           DISPLAY "Hold placed on book " HO-TXN-BOOK-ID " for "
                   BW-BORROWER-NAME ", pickup at "
                   HO-TXN-PICKUP-BRANCH "."
           IF HO-WORK-CODE NOT = SPACES
               DISPLAY "Any edition of work " HO-WORK-CODE
                       " fills it."
           END-IF
           PERFORM 2290-RECALL-LOAN THRU 2290-EXIT.
       2200-EXIT.
           EXIT.

      *  The work the book is an edition of, for an any-edition
      *  hold.  A book with no work on TITLELNK.DAT has no other
      *  edition to offer, so the hold stays on the edition keyed.
       2280-GET-WORK-CODE.
           MOVE SPACES TO HO-WORK-CODE
           IF NOT HO-ANY-EDITION
               GO TO 2280-EXIT
           END-IF
           IF HO-LINKS-ON-FILE
               MOVE HO-TXN-BOOK-ID TO TK-BOOK-ID
               READ LinkFile
                   INVALID KEY
                       MOVE SPACES TO TK-WORK-CODE
               END-READ
               MOVE TK-WORK-CODE TO HO-WORK-CODE
           END-IF
           IF HO-WORK-CODE = SPACES
               DISPLAY "Book " HO-TXN-BOOK-ID " is linked to no other"
                       " edition - hold is on this edition only."
           END-IF.
       2280-EXIT.
           EXIT.

      *****************************************************************
      *  2290-RECALL-LOAN - the hold just placed, on the book still
      *  in BK-BOOK-RECORD, recalls the loan when every copy is out
      *  and the loan is not due back for more than the trigger.  A
      *  course reserve loan is hours long already, a loan claimed
      *  returned is under investigation, and a loan recalled once is
      *  not recalled again.  The loan is rewritten under BOOK-LOCK,
      *  taken here and released at 2290-RELEASE; a practice session
      *  takes no lock, as in BOOKLOAN.
      *****************************************************************
       2290-RECALL-LOAN.
           IF HO-WORK-CODE NOT = SPACES
               GO TO 2290-EXIT
           END-IF
           IF BK-COPIES-OWNED NOT NUMERIC
               OR BK-COPIES-OWNED = ZEROS
               MOVE 1 TO HO-COPIES-OWNED
           ELSE
               MOVE BK-COPIES-OWNED TO HO-COPIES-OWNED
           END-IF
           IF BK-COPIES-OUT NOT NUMERIC
               OR BK-COPIES-OUT < HO-COPIES-OWNED
               GO TO 2290-EXIT
           END-IF
           IF TM-TRAINING-ON
               GO TO 2290-OPEN
           END-IF
           MOVE "A" TO LK-FUNCTION
           MOVE "BOOKHOLD" TO LK-PROGRAM
           CALL "BOOK-LOCK" USING LK-LOCK-SVC-AREA
           END-CALL
           IF LK-STATUS NOT = "00"
               IF LK-STATUS = "01"
                   DISPLAY "BOOKS.DAT is locked by " LK-HOLDER
                           " (operator " LK-HOLDER-OPER ") - no"
                           " recall made; the hold stands."
               ELSE
                   DISPLAY "BOOKLOCK.DAT could not be used -"
                           " status " LK-STATUS " - no recall made."
               END-IF
               GO TO 2290-EXIT
           END-IF
           SET HO-LOCK-HELD TO TRUE.
       2290-OPEN.
           OPEN I-O LoanFile
           IF NOT HO-LOANFILE-OK
               DISPLAY "BOOKLOAN.DAT OPEN failed - status "
                       HO-LOANFILE-STATUS " - no recall made."
               GO TO 2290-RELEASE
           END-IF
           MOVE HO-TXN-BOOK-ID TO LN-BOOK-ID
           READ LoanFile
               INVALID KEY
                   GO TO 2290-CLOSE
           END-READ
           IF NOT LN-ON-LOAN OR LN-COURSE-CODE NOT = SPACES
               GO TO 2290-CLOSE
           END-IF
           IF LN-CLAIM-DATE IS NUMERIC AND LN-CLAIM-DATE > ZEROS
               GO TO 2290-CLOSE
           END-IF
           IF LN-RECALL-DATE IS NUMERIC
               AND LN-RECALL-DATE > ZEROS
               DISPLAY "Loan already recalled - due back "
                       LN-DUE-DATE "."
               GO TO 2290-CLOSE
           END-IF
           MOVE "B" TO DS-FUNCTION
           MOVE HO-SYSTEM-DATE TO DS-DATE-1
           MOVE LN-DUE-DATE TO DS-DATE-2
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           IF DS-STATUS NOT = "00"
               OR DS-DAYS NOT > HO-RECALL-TRIGGER-DAYS
               GO TO 2290-CLOSE
           END-IF
           MOVE "D" TO DS-FUNCTION
           MOVE HO-SYSTEM-DATE TO DS-DATE-1
           MOVE HO-RECALL-NOTICE-DAYS TO DS-DAYS
           MOVE LN-BRANCH TO DS-BRANCH
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           IF DS-STATUS NOT = "00"
               GO TO 2290-CLOSE
           END-IF
           MOVE DS-DATE-2 TO HO-RECALL-DATE
           MOVE "D" TO DS-FUNCTION
           MOVE LN-LOAN-DATE TO DS-DATE-1
           MOVE HO-MIN-LOAN-DAYS TO DS-DAYS
           MOVE LN-BRANCH TO DS-BRANCH
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           IF DS-STATUS = "00"
               AND DS-DATE-2 > HO-RECALL-DATE
               MOVE DS-DATE-2 TO HO-RECALL-DATE
           END-IF
           IF HO-RECALL-DATE NOT < LN-DUE-DATE
               GO TO 2290-CLOSE
           END-IF
           MOVE HO-RECALL-DATE TO LN-DUE-DATE
           MOVE HO-RECALL-DATE TO LN-RECALL-DATE
           REWRITE LN-LOAN-RECORD
               INVALID KEY
                   DISPLAY "Loan of book " HO-TXN-BOOK-ID " not"
                           " rewritten - no recall made."
               NOT INVALID KEY
                   DISPLAY "Loan to " LN-BORROWER " recalled - now"
                           " due " LN-DUE-DATE "."
                   DISPLAY "The recall notice goes out with the next"
                           " BOOKNOTC run."
           END-REWRITE.
       2290-CLOSE.
           CLOSE LoanFile.
       2290-RELEASE.
           IF HO-LOCK-HELD
               MOVE "R" TO LK-FUNCTION
               MOVE "BOOKHOLD" TO LK-PROGRAM
               CALL "BOOK-LOCK" USING LK-LOCK-SVC-AREA
               END-CALL
               MOVE "N" TO HO-LOCK-SWITCH
           END-IF.
       2290-EXIT.
           EXIT.

      *****************************************************************
      *  2240-CHECK-BORROWER-BLOCKS - BLOCK-SVC's blocks in force on
      *  the borrower today, each shown to the desk, as BOOKLOAN
      *  shows them.  A note only shows; 2200 enforces a block that
      *  stops holds.
      *****************************************************************
       2240-CHECK-BORROWER-BLOCKS.
           MOVE "C" TO BA-FUNCTION
           MOVE HO-TXN-BORROWER-NO TO BA-BORROWER-NO
           MOVE HO-SYSTEM-DATE TO BA-AS-OF-DATE
           CALL "BLOCK-SVC" USING BA-BLOCK-SVC-AREA
           END-CALL
           PERFORM 2245-SHOW-ONE-BLOCK THRU 2245-EXIT
               VARYING HO-BLOCK-IX FROM 1 BY 1
               UNTIL HO-BLOCK-IX > BA-BLOCK-COUNT.
       2240-EXIT.
           EXIT.

       2245-SHOW-ONE-BLOCK.
           DISPLAY "*** BLOCK " BA-BL-TYPE (HO-BLOCK-IX) " "
                   BA-BL-DESCRIPTION (HO-BLOCK-IX) " - "
                   BA-BL-STOPS (HO-BLOCK-IX)
           DISPLAY "    " BA-BL-REASON (HO-BLOCK-IX)
           IF BA-BL-EXPIRY-DATE (HO-BLOCK-IX) > ZEROS
               DISPLAY "    set by " BA-BL-SET-BY (HO-BLOCK-IX)
                       " from " BA-BL-START-DATE (HO-BLOCK-IX)
                       " until " BA-BL-EXPIRY-DATE (HO-BLOCK-IX)
           ELSE
               DISPLAY "    set by " BA-BL-SET-BY (HO-BLOCK-IX)
                       " from " BA-BL-START-DATE (HO-BLOCK-IX)
                       ", no expiry"
           END-IF.
       2245-EXIT.
           EXIT.

      *****************************************************************
      *  2250-CHECK-CATEGORY - the CATPRIV.DAT terms for the borrower
      *  in BW-BORROWER-RECORD against the book in BK-BOOK-RECORD.  A
      *  blank category reads as adult.  Leaves HO-FOUND-SWITCH "N"
      *  when the hold is to be refused.
      *****************************************************************
       2250-CHECK-CATEGORY.
           IF NOT HO-CATEGORY-OPEN
               GO TO 2250-EXIT
           END-IF
           IF BW-CATEGORY = SPACE
               MOVE "A" TO CG-CATEGORY
           ELSE
               MOVE BW-CATEGORY TO CG-CATEGORY
           END-IF
           READ CategoryFile
               INVALID KEY
                   GO TO 2250-EXIT
           END-READ
           MOVE "N" TO HO-GENRE-BARRED-SWITCH
           IF BK-BOOK-GENRE NOT = SPACES
               PERFORM 2260-MATCH-ONE-GENRE THRU 2260-EXIT
                   VARYING HO-GENRE-IDX FROM 1 BY 1
                       UNTIL HO-GENRE-IDX > 5 OR HO-GENRE-BARRED
           END-IF
           IF HO-GENRE-BARRED
               DISPLAY "Borrower " HO-TXN-BORROWER-NO " (category "
                       CG-CATEGORY ") may not reserve genre "
                       BK-BOOK-GENRE " - hold refused."
               MOVE "N" TO HO-FOUND-SWITCH
               GO TO 2250-EXIT
           END-IF
           IF CG-MAX-HOLDS = ZEROS
               GO TO 2250-EXIT
           END-IF
           MOVE ZEROS TO HO-HOLD-COUNT
           OPEN INPUT HoldFile
           IF HO-HOLDFILE-OK
               MOVE "N" TO HO-HOLDFILE-EOF-SWITCH
               PERFORM 2270-COUNT-ONE-HOLD THRU 2270-EXIT
                   UNTIL HO-HOLDFILE-EOF
               CLOSE HoldFile
           END-IF
           IF HO-HOLD-COUNT >= CG-MAX-HOLDS
               DISPLAY "Borrower " HO-TXN-BORROWER-NO " already has "
                       HO-HOLD-COUNT " hold(s) - the category "
                       CG-CATEGORY " limit is " CG-MAX-HOLDS
                       ".  Hold refused."
               MOVE "N" TO HO-FOUND-SWITCH
           END-IF.
       2250-EXIT.
           EXIT.

       2260-MATCH-ONE-GENRE.
           IF CG-BARRED-GENRE (HO-GENRE-IDX) = BK-BOOK-GENRE
               SET HO-GENRE-BARRED TO TRUE
           END-IF.
       2260-EXIT.
           EXIT.

       2270-COUNT-ONE-HOLD.
           READ HoldFile
               AT END
                   SET HO-HOLDFILE-EOF TO TRUE
                   GO TO 2270-EXIT
           END-READ
           IF HD-BORROWER-NO = HO-TXN-BORROWER-NO
               AND (HD-WAITING OR HD-OFFERED)
               ADD 1 TO HO-HOLD-COUNT
           END-IF.
       2270-EXIT.
           EXIT.

      *****************************************************************
      *  2300-CLEAR-HOLD - mark the oldest waiting hold for the book
      *  F.  Two-pass copy through BOOKHOLD.TMP, since the queue file
           WRITE HD-HOLD-RECORD.
       2320-EXIT.
           EXIT.

      *****************************************************************
      *  2400-RECEIVE-HOLD - a routed copy has arrived at the pickup
      *  branch.  Stamp today's date on the offered hold for the
      *  book that is still in transit; the pickup window runs from
      *  here.  Same two-pass copy as the clear.
      *****************************************************************
       2400-RECEIVE-HOLD.
           MOVE "N" TO HO-RECEIVED-SWITCH
           OPEN INPUT HoldFile
           IF NOT HO-HOLDFILE-OK
               DISPLAY "BOOKHOLD.DAT OPEN failed - status "
                       HO-HOLDFILE-STATUS "."
               GO TO 2400-EXIT
           END-IF
           OPEN OUTPUT HoldWorkFile
           IF NOT HO-WORKFILE-OK
               DISPLAY "BOOKHOLD.TMP OPEN failed - status "
                       HO-WORKFILE-STATUS "."
               CLOSE HoldFile
               GO TO 2400-EXIT
           END-IF
           MOVE "N" TO HO-HOLDFILE-EOF-SWITCH
           PERFORM 2410-RECEIVE-COPY-OUT THRU 2410-EXIT
               UNTIL HO-HOLDFILE-EOF
           CLOSE HoldFile
           CLOSE HoldWorkFile
           OPEN OUTPUT HoldFile
           OPEN INPUT HoldWorkFile
           IF NOT HO-HOLDFILE-OK OR NOT HO-WORKFILE-OK
               DISPLAY "Receive pass 2 OPEN failed."
               MOVE 8 TO RETURN-CODE
               GO TO 2400-EXIT
           END-IF
           MOVE "N" TO HO-HOLDFILE-EOF-SWITCH
           PERFORM 2320-COPY-BACK-ONE THRU 2320-EXIT
               UNTIL HO-HOLDFILE-EOF
           CLOSE HoldFile
           CLOSE HoldWorkFile
           IF NOT HO-HOLD-RECEIVED
               DISPLAY "No hold in transit for book " HO-TXN-BOOK-ID
                       "."
           END-IF.
       2400-EXIT.
           EXIT.

       2410-RECEIVE-COPY-OUT.
           READ HoldFile
               AT END
                   SET HO-HOLDFILE-EOF TO TRUE
                   GO TO 2410-EXIT
           END-READ
           IF HD-BOOK-ID = HO-TXN-BOOK-ID
               AND HD-OFFERED
               AND HD-PICKUP-BRANCH NOT = SPACES
               AND (HD-RECEIVED-DATE NOT NUMERIC
                    OR HD-RECEIVED-DATE = ZEROS)
               AND NOT HO-HOLD-RECEIVED
               MOVE HO-SYSTEM-DATE TO HD-RECEIVED-DATE
               MOVE "Y" TO HO-RECEIVED-SWITCH
               DISPLAY "Book " HO-TXN-BOOK-ID " received at "
                       HD-PICKUP-BRANCH " - ready for " HD-BORROWER
                       "."
           END-IF
           MOVE HD-HOLD-RECORD TO HO-WORK-RECORD
           WRITE HO-WORK-RECORD.
       2410-EXIT.
           EXIT.
