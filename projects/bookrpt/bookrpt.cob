      *                  service, so last Tuesday's listing comes
      *                  back through RPTBROWS instead of a rerun
      *                  against today's data.
      *  2026-10-15  jg  Every listed book also goes to the BURST-SVC
      *                  work file under its branch, so RPTBURST can
      *                  make each reading room its own copy.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  BR-S-ID               PIC 9(07).
           05  BR-S-OWNED            PIC 9(03).
           05  BR-S-OUT              PIC 9(03).
           05  BR-S-BRANCH           PIC X(03).

       WORKING-STORAGE SECTION.
       01  BR-BOOKFILE-STATUS        PIC X(02).

       COPY RPTREGC.

       COPY BURSTSVA.

       01  BR-BURST-SWITCH           PIC X(01) VALUE "N".
           88  BR-BURSTING           VALUE "Y".

       01  BR-TRAILER-LINE.
           05  FILLER                PIC X(20) VALUE
               "TOTAL BOOKS LISTED: ".
               MOVE BR-BRANCH-FILTER TO BR-H1-BRANCH
           END-IF
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           PERFORM 1100-BEGIN-BURST THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      *  The run's title and column headings go to the burst work
      *  file first; a work file that cannot be written costs only
      *  the branch copies, never the listing.
       1100-BEGIN-BURST.
           MOVE "B" TO BX-FUNCTION
           MOVE "BOOK-REPORT" TO BX-REPORT-NAME
           MOVE "B" TO BX-FILE-LETTER
           MOVE "BOOK CATALOG LIST" TO BX-LINE
           CALL "BURST-SVC" USING BX-BURST-SVC-AREA
           END-CALL
           IF BX-STATUS NOT = "00"
               DISPLAY "BURSTWK.DAT not available - no branch"
                       " copies of this run."
               GO TO 1100-EXIT
           END-IF
           SET BR-BURSTING TO TRUE
           MOVE "C" TO BX-FUNCTION
           MOVE BR-HEADING-2 TO BX-LINE
           CALL "BURST-SVC" USING BX-BURST-SVC-AREA
           END-CALL.
       1100-EXIT.
           EXIT.

       1500-RELEASE-BOOKS.
           OPEN INPUT BookFile
           IF NOT BR-BOOKFILE-OK
           ELSE
               MOVE ZEROS TO BR-S-OUT
           END-IF
           MOVE BK-BRANCH TO BR-S-BRANCH
           RELEASE BR-SORT-RECORD.
       1610-EXIT.
           EXIT.
           MOVE BR-S-OUT   TO BR-D-OUT
           MOVE BR-DETAIL-LINE TO BR-PRINT-RECORD
           PERFORM 2900-PRINT-ONE-LINE THRU 2900-EXIT
           IF BR-BURSTING
               MOVE "D" TO BX-FUNCTION
               MOVE BR-S-BRANCH TO BX-BRANCH
               MOVE SPACES TO BX-GROUP
               MOVE 1 TO BX-COUNT
               MOVE ZEROS TO BX-AMOUNT
               MOVE BR-DETAIL-LINE TO BX-LINE
               CALL "BURST-SVC" USING BX-BURST-SVC-AREA
               END-CALL
           END-IF
           ADD 1 TO BR-LINE-COUNT
           ADD 1 TO BR-RECORD-COUNT
           RETURN SortFile
           IF BR-PRINT-OPEN
               CLOSE PrintFile
           END-IF
           IF BR-BURSTING
               MOVE "E" TO BX-FUNCTION
               MOVE BR-RECORD-COUNT TO BX-COUNT
               MOVE ZEROS TO BX-AMOUNT
               MOVE "BOOKS LISTED" TO BX-LINE
               CALL "BURST-SVC" USING BX-BURST-SVC-AREA
               END-CALL
           END-IF
           MOVE "BOOK-REPORT" TO RG2-REPORT-NAME
           MOVE BR-PAGE-COUNT TO RG2-PAGE-COUNT
           MOVE BR-PRINT-LINE-COUNT TO RG2-LINE-COUNT
           ELSE
               MOVE "SYSOUT" TO RG2-OUTPUT-NAME
           END-IF
           MOVE SPACES TO RG2-BRANCH
           CALL "RPT-REG" USING RG2-RPT-REG-AREA
           END-CALL.
       3000-EXIT.
