      *  Modification history
      *  ---------------------
      *  2026-08-22  jg  Original program.
      *  2026-10-15  jg  Every waiting hold also goes to the
      *                  BURST-SVC work file under its pickup
      *                  branch, so RPTBURST can give each branch
      *                  the list of holds it will hand out.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       COPY RUNDATE.

       COPY BURSTSVA.

       01  HR-BURST-SWITCH           PIC X(01) VALUE "N".
           88  HR-BURSTING           VALUE "Y".

       01  HR-HEADING-1.
           05  FILLER             PIC X(09) VALUE "HOLDRPT".
           05  FILLER             PIC X(20) VALUE "OUTSTANDING HOLDS".
           DISPLAY HR-HEADING-1
           DISPLAY HR-HEADING-2
           DISPLAY "-----------------------------------"
           PERFORM 1100-BEGIN-BURST THRU 1100-EXIT
           OPEN INPUT HoldFile
           IF NOT HR-HOLDFILE-OK
               DISPLAY "BOOKHOLD.DAT OPEN failed - status "
       1000-EXIT.
           EXIT.

      *  A burst work file that cannot be written costs only the
      *  branch copies, never the report.
       1100-BEGIN-BURST.
           MOVE "B" TO BX-FUNCTION
           MOVE "HOLD-REPORT" TO BX-REPORT-NAME
           MOVE "H" TO BX-FILE-LETTER
           MOVE "OUTSTANDING HOLDS" TO BX-LINE
           CALL "BURST-SVC" USING BX-BURST-SVC-AREA
           END-CALL
           IF BX-STATUS NOT = "00"
               DISPLAY "BURSTWK.DAT not available - no branch"
                       " copies of this run."
               GO TO 1100-EXIT
           END-IF
           SET HR-BURSTING TO TRUE
           MOVE "C" TO BX-FUNCTION
           MOVE HR-HEADING-2 TO BX-LINE
           CALL "BURST-SVC" USING BX-BURST-SVC-AREA
           END-CALL.
       1100-EXIT.
           EXIT.

       2000-LIST-ONE-HOLD.
           IF HD-WAITING
               MOVE HD-BOOK-ID     TO HR-D-BOOK-ID
               MOVE HD-PLACED-DATE TO HR-D-PLACED
               DISPLAY HR-DETAIL-LINE
               ADD 1 TO HR-WAITING-COUNT
               IF HR-BURSTING
                   MOVE "D" TO BX-FUNCTION
                   MOVE HD-PICKUP-BRANCH TO BX-BRANCH
                   MOVE SPACES TO BX-GROUP
                   MOVE 1 TO BX-COUNT
                   MOVE ZEROS TO BX-AMOUNT
                   MOVE HR-DETAIL-LINE TO BX-LINE
                   CALL "BURST-SVC" USING BX-BURST-SVC-AREA
                   END-CALL
               END-IF
           END-IF
           READ HoldFile
               AT END
               CLOSE HoldFile
           END-IF
           DISPLAY "-----------------------------------"
           DISPLAY "Holds waiting: " HR-WAITING-COUNT
           IF HR-BURSTING
               MOVE "E" TO BX-FUNCTION
               MOVE HR-WAITING-COUNT TO BX-COUNT
               MOVE ZEROS TO BX-AMOUNT
               MOVE "HOLDS WAITING" TO BX-LINE
               CALL "BURST-SVC" USING BX-BURST-SVC-AREA
               END-CALL
           END-IF.
       3000-EXIT.
           EXIT.
