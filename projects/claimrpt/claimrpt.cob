       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMRPT.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  CLAIMRPT
      *
      *  Claims-returned search list.  Every loan on BOOKLOAN.DAT a
      *  borrower claims to have returned (LN-CLAIM-DATE, keyed
      *  through BOOKLOAN's C transaction) is listed for the shelf
      *  team to look for, in branch and BookId order - the order
      *  they walk the shelves - with the claim date, the day
      *  LOSTSWP bills it lost if it is still not found (the
      *  investigation period on the LOSTOPT.DAT card, default 30
      *  days), and the borrower's claim count from BORROWER.DAT,
      *  a repeat claimant flagged.  A claim already billed lost is
      *  marked so.  The next SHELFREC run picks up any of these it
      *  finds on the shelf by itself; the list is what to look
      *  for.  Every line also goes to the BURST-SVC work file under
      *  the copy's branch so RPTBURST can give each shelf team its
      *  own list.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program, introduced with the
      *                  claims-returned handling.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoanFile ASSIGN TO "BOOKLOAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-BOOK-ID
               FILE STATUS IS CQ-LOANFILE-STATUS.
           SELECT BookFile ASSIGN TO "BOOKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-BOOK-ID
               FILE STATUS IS CQ-BOOKFILE-STATUS.
           SELECT BorrowerFile ASSIGN TO "BORROWER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BW-BORROWER-NO
               FILE STATUS IS CQ-BORRFILE-STATUS.
           SELECT OptionFile ASSIGN TO "LOSTOPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CQ-OPTFILE-STATUS.
           SELECT SortFile ASSIGN TO "CLAIMRPT.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD LoanFile.
       COPY LOANREC.

       FD BookFile.
       COPY BOOKREC.

       FD BorrowerFile.
       COPY BORRREC.

      *  LOSTSWP's card - only the claim days are wanted here.
       FD OptionFile.
       01  CQ-OPTION-RECORD.
           05  CQ-OPT-DAYS           PIC 9(03).
           05  CQ-OPT-FEE            PIC 9(03)V99.
           05  CQ-OPT-CLAIM-DAYS     PIC 9(03).

       SD SortFile.
       01  CQ-SORT-RECORD.
           05  CQ-S-BRANCH           PIC X(03).
           05  CQ-S-BOOK-ID          PIC 9(07).
           05  CQ-S-BOOK-NAME        PIC X(30).
           05  CQ-S-BORROWER-NO      PIC 9(05).
           05  CQ-S-CLAIM-DATE       PIC 9(08).
           05  CQ-S-LOST-DATE        PIC 9(08).
           05  CQ-S-CLAIM-COUNT      PIC 9(03).
           05  CQ-S-NOTE             PIC X(06).

       WORKING-STORAGE SECTION.
       01  CQ-LOANFILE-STATUS        PIC X(02).
           88  CQ-LOANFILE-OK        VALUE "00".

       01  CQ-BOOKFILE-STATUS        PIC X(02).
           88  CQ-BOOKFILE-OK        VALUE "00".

       01  CQ-BORRFILE-STATUS        PIC X(02).
           88  CQ-BORRFILE-OK        VALUE "00".

       01  CQ-OPTFILE-STATUS         PIC X(02).
           88  CQ-OPTFILE-OK         VALUE "00".

       01  CQ-LOANFILE-OPEN-SWITCH   PIC X(01) VALUE "N".
           88  CQ-LOANFILE-OPEN      VALUE "Y".

       01  CQ-BOOKFILE-OPEN-SWITCH   PIC X(01) VALUE "N".
           88  CQ-BOOKFILE-OPEN      VALUE "Y".

       01  CQ-BORRFILE-OPEN-SWITCH   PIC X(01) VALUE "N".
           88  CQ-BORRFILE-OPEN      VALUE "Y".

       01  CQ-LOANFILE-EOF-SWITCH    PIC X(01) VALUE "N".
           88  CQ-LOANFILE-EOF       VALUE "Y".

       01  CQ-SORTFILE-EOF-SWITCH    PIC X(01) VALUE "N".
           88  CQ-SORTFILE-EOF       VALUE "Y".

      *  LOSTSWP's default when the card is absent or leaves the
      *  field blank.
       01  CQ-CLAIM-DAYS             PIC S9(05) VALUE 30.
       01  CQ-DAYS-DISPLAY           PIC ZZ9.

       01  CQ-CLAIM-TOTAL            PIC 9(05) VALUE ZEROS.
       01  CQ-REPEAT-TOTAL           PIC 9(05) VALUE ZEROS.
       01  CQ-LOST-TOTAL             PIC 9(05) VALUE ZEROS.

       COPY DATESVCA.

       COPY RUNDATE.

       COPY BURSTSVA.

       01  CQ-BURST-SWITCH           PIC X(01) VALUE "N".
           88  CQ-BURSTING           VALUE "Y".

       01  CQ-HEADING-1.
           05  FILLER                PIC X(09) VALUE "CLAIMRPT".
           05  FILLER                PIC X(30) VALUE
               "CLAIMS-RETURNED SEARCH LIST".
           05  FILLER                PIC X(10) VALUE "RUN DATE:".
           05  CQ-H1-DATE            PIC X(10).

       01  CQ-HEADING-2.
           05  FILLER                PIC X(05) VALUE "BRN".
           05  FILLER                PIC X(09) VALUE "BOOK ID".
           05  FILLER                PIC X(27) VALUE "BOOK NAME".
           05  FILLER                PIC X(07) VALUE "BORR".
           05  FILLER                PIC X(10) VALUE "CLAIMED".
           05  FILLER                PIC X(10) VALUE "LOST AFTER".
           05  FILLER                PIC X(05) VALUE "CLMS".

       01  CQ-DETAIL-LINE.
           05  CQ-D-BRANCH           PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CQ-D-BOOK-ID          PIC 9(07).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CQ-D-BOOK-NAME        PIC X(25).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CQ-D-BORROWER-NO      PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CQ-D-CLAIM-DATE       PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CQ-D-LOST-DATE        PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CQ-D-CLAIM-COUNT      PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  CQ-D-NOTE             PIC X(06).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF CQ-LOANFILE-OPEN
               SORT SortFile
                   ON ASCENDING KEY CQ-S-BRANCH CQ-S-BOOK-ID
                   INPUT PROCEDURE IS 1500-RELEASE-CLAIMS
                       THRU 1500-EXIT
                   OUTPUT PROCEDURE IS 2000-PRINT-CLAIMS
                       THRU 2000-EXIT
           END-IF
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           GOBACK.

       1000-INITIALIZE.
           MOVE ZEROS TO CQ-CLAIM-TOTAL CQ-REPEAT-TOTAL CQ-LOST-TOTAL
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           MOVE RD-RUN-DATE-DISPLAY TO CQ-H1-DATE
           DISPLAY CQ-HEADING-1
           PERFORM 1100-READ-OPTION-CARD THRU 1100-EXIT
           MOVE CQ-CLAIM-DAYS TO CQ-DAYS-DISPLAY
           DISPLAY "Claims not found " CQ-DAYS-DISPLAY
                   " days after the claim are billed lost by"
                   " LOSTSWP."
           DISPLAY CQ-HEADING-2
           DISPLAY "----------------------------------------"
                   "------------------------------------"
           PERFORM 1200-BEGIN-BURST THRU 1200-EXIT
           OPEN INPUT LoanFile
           IF NOT CQ-LOANFILE-OK
               DISPLAY "BOOKLOAN.DAT OPEN failed - status "
                       CQ-LOANFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           SET CQ-LOANFILE-OPEN TO TRUE
           OPEN INPUT BookFile
           IF CQ-BOOKFILE-OK
               SET CQ-BOOKFILE-OPEN TO TRUE
           END-IF
           OPEN INPUT BorrowerFile
           IF CQ-BORRFILE-OK
               SET CQ-BORRFILE-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *  A missing card, or a blank or zero field, keeps the
      *  built-in default - as LOSTSWP reads it.
       1100-READ-OPTION-CARD.
           OPEN INPUT OptionFile
           IF NOT CQ-OPTFILE-OK
               GO TO 1100-EXIT
           END-IF
           READ OptionFile
               AT END
                   CLOSE OptionFile
                   GO TO 1100-EXIT
           END-READ
           IF CQ-OPT-CLAIM-DAYS IS NUMERIC
               AND CQ-OPT-CLAIM-DAYS > ZEROS
               MOVE CQ-OPT-CLAIM-DAYS TO CQ-CLAIM-DAYS
           END-IF
           CLOSE OptionFile.
       1100-EXIT.
           EXIT.

      *  A burst work file that cannot be written costs only the
      *  branch copies, never the list.
       1200-BEGIN-BURST.
           MOVE "B" TO BX-FUNCTION
           MOVE "CLAIMS-LIST" TO BX-REPORT-NAME
           MOVE "C" TO BX-FILE-LETTER
           MOVE "CLAIMS-RETURNED SEARCH LIST" TO BX-LINE
           CALL "BURST-SVC" USING BX-BURST-SVC-AREA
           END-CALL
           IF BX-STATUS NOT = "00"
               DISPLAY "BURSTWK.DAT not available - no branch"
                       " copies of this run."
               GO TO 1200-EXIT
           END-IF
           SET CQ-BURSTING TO TRUE
           MOVE "C" TO BX-FUNCTION
           MOVE CQ-HEADING-2 TO BX-LINE
           CALL "BURST-SVC" USING BX-BURST-SVC-AREA
           END-CALL.
       1200-EXIT.
           EXIT.

       1500-RELEASE-CLAIMS.
           MOVE "N" TO CQ-LOANFILE-EOF-SWITCH
           PERFORM 1600-RELEASE-ONE-CLAIM THRU 1600-EXIT
               UNTIL CQ-LOANFILE-EOF.
       1500-EXIT.
           EXIT.

       1600-RELEASE-ONE-CLAIM.
           READ LoanFile NEXT RECORD
               AT END
                   SET CQ-LOANFILE-EOF TO TRUE
                   GO TO 1600-EXIT
           END-READ
           IF NOT LN-ON-LOAN
               OR LN-CLAIM-DATE NOT NUMERIC
               OR LN-CLAIM-DATE = ZEROS
               GO TO 1600-EXIT
           END-IF
           MOVE LN-BRANCH      TO CQ-S-BRANCH
           MOVE LN-BOOK-ID     TO CQ-S-BOOK-ID
           MOVE LN-BORROWER-NO TO CQ-S-BORROWER-NO
           MOVE LN-CLAIM-DATE  TO CQ-S-CLAIM-DATE
           MOVE SPACES         TO CQ-S-NOTE
           MOVE "*UNKNOWN*"    TO CQ-S-BOOK-NAME
           IF CQ-BOOKFILE-OPEN
               MOVE LN-BOOK-ID TO BK-BOOK-ID
               READ BookFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BK-BOOK-NAME TO CQ-S-BOOK-NAME
                       IF BK-LOST
                           MOVE "LOST" TO CQ-S-NOTE
                       END-IF
               END-READ
           END-IF
           MOVE ZEROS TO CQ-S-CLAIM-COUNT
           IF CQ-BORRFILE-OPEN
               MOVE LN-BORROWER-NO TO BW-BORROWER-NO
               READ BorrowerFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BW-CLAIM-COUNT IS NUMERIC
                           MOVE BW-CLAIM-COUNT TO CQ-S-CLAIM-COUNT
                       END-IF
               END-READ
           END-IF
           IF CQ-S-CLAIM-COUNT > 1 AND CQ-S-NOTE = SPACES
               MOVE "REPEAT" TO CQ-S-NOTE
           END-IF
           MOVE "A" TO DS-FUNCTION
           MOVE LN-CLAIM-DATE TO DS-DATE-1
           MOVE CQ-CLAIM-DAYS TO DS-DAYS
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           IF DS-STATUS = "00"
               MOVE DS-DATE-2 TO CQ-S-LOST-DATE
           ELSE
               MOVE ZEROS TO CQ-S-LOST-DATE
           END-IF
           RELEASE CQ-SORT-RECORD.
       1600-EXIT.
           EXIT.

       2000-PRINT-CLAIMS.
           MOVE "N" TO CQ-SORTFILE-EOF-SWITCH
           PERFORM 2100-PRINT-ONE-CLAIM THRU 2100-EXIT
               UNTIL CQ-SORTFILE-EOF.
       2000-EXIT.
           EXIT.

       2100-PRINT-ONE-CLAIM.
           RETURN SortFile
               AT END
                   SET CQ-SORTFILE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-RETURN
           MOVE CQ-S-BRANCH      TO CQ-D-BRANCH
           MOVE CQ-S-BOOK-ID     TO CQ-D-BOOK-ID
           MOVE CQ-S-BOOK-NAME   TO CQ-D-BOOK-NAME
           MOVE CQ-S-BORROWER-NO TO CQ-D-BORROWER-NO
           MOVE CQ-S-CLAIM-DATE  TO CQ-D-CLAIM-DATE
           MOVE CQ-S-LOST-DATE   TO CQ-D-LOST-DATE
           MOVE CQ-S-CLAIM-COUNT TO CQ-D-CLAIM-COUNT
           MOVE CQ-S-NOTE        TO CQ-D-NOTE
           DISPLAY CQ-DETAIL-LINE
           ADD 1 TO CQ-CLAIM-TOTAL
           IF CQ-S-CLAIM-COUNT > 1
               ADD 1 TO CQ-REPEAT-TOTAL
           END-IF
           IF CQ-S-NOTE = "LOST"
               ADD 1 TO CQ-LOST-TOTAL
           END-IF
           IF CQ-BURSTING
               MOVE "D" TO BX-FUNCTION
               MOVE CQ-S-BRANCH TO BX-BRANCH
               MOVE SPACES TO BX-GROUP
               MOVE 1 TO BX-COUNT
               MOVE ZEROS TO BX-AMOUNT
               MOVE CQ-DETAIL-LINE TO BX-LINE
               CALL "BURST-SVC" USING BX-BURST-SVC-AREA
               END-CALL
           END-IF.
       2100-EXIT.
           EXIT.

       3000-TERMINATE.
           IF CQ-LOANFILE-OPEN
               CLOSE LoanFile
           END-IF
           IF CQ-BOOKFILE-OPEN
               CLOSE BookFile
           END-IF
           IF CQ-BORRFILE-OPEN
               CLOSE BorrowerFile
           END-IF
           DISPLAY "----------------------------------------"
                   "------------------------------------"
           DISPLAY "Claims to look for.....: " CQ-CLAIM-TOTAL
           DISPLAY "  by repeat claimants..: " CQ-REPEAT-TOTAL
           DISPLAY "  already billed lost..: " CQ-LOST-TOTAL
           IF CQ-BURSTING
               MOVE "E" TO BX-FUNCTION
               MOVE CQ-CLAIM-TOTAL TO BX-COUNT
               MOVE ZEROS TO BX-AMOUNT
               MOVE "CLAIMS TO LOOK FOR" TO BX-LINE
               CALL "BURST-SVC" USING BX-BURST-SVC-AREA
               END-CALL
           END-IF.
       3000-EXIT.
           EXIT.
