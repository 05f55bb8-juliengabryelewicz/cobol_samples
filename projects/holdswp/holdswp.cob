      *                  only on a clean run, matching BOOKBAL - a
      *                  failed night no longer reads as COMPLETED
      *                  to the NITERUN restart driver.
      *  2026-10-14  jg  Pickup branches.  An offer's window runs
      *                  from HD-RECEIVED-DATE, the day the copy
      *                  reached the pickup branch; an offer still
      *                  in transit is not aged.  An offer moved on
      *                  is sent from where the expired offer's copy
      *                  sits, ready at once when the new pickup
      *                  branch is the same and routed otherwise.
      *                  The pickup-shelf list names the branch.
      *                  Work record grew with HOLDREC.
      *  2026-10-15  jg  An expired offer also moves on to a waiting
      *                  any-edition hold on the work its copy is an
      *                  edition of on TITLELNK.DAT (see BOOKHOLD);
      *                  the hold takes the BookId of that copy.
      *                  Work record grew with HOLDREC.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HoldWorkFile ASSIGN TO "BOOKHOLD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HW-WORKFILE-STATUS.
           SELECT LinkFile ASSIGN TO "TITLELNK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TK-BOOK-ID
               FILE STATUS IS HW-LINKFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HoldFile.
       COPY HOLDREC.

       FD HoldWorkFile.
       01  HW-WORK-RECORD            PIC X(84).

       FD LinkFile.
       COPY TITLELNK.

       WORKING-STORAGE SECTION.
       01  HW-HOLDFILE-STATUS        PIC X(02).
       01  HW-WORKFILE-STATUS        PIC X(02).
           88  HW-WORKFILE-OK        VALUE "00".

       01  HW-LINKFILE-STATUS        PIC X(02).
           88  HW-LINKFILE-OK        VALUE "00".

       01  HW-LINK-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  HW-LINK-OPEN          VALUE "Y".

       01  HW-HOLDFILE-EOF-SWITCH    PIC X(01).
           88  HW-HOLDFILE-EOF       VALUE "Y".

       01  HW-RUN-DATE               PIC 9(08).
       01  HW-PICKUP-WINDOW-DAYS     PIC S9(05) VALUE 7.
       01  HW-READY-DATE             PIC 9(08).

       01  HW-EXPIRED-COUNT          PIC 9(05) VALUE ZEROS.
       01  HW-MOVED-COUNT            PIC 9(05) VALUE ZEROS.
       01  HW-EXPIRED-TABLE.
           05  HW-EXPIRED-ENTRY OCCURS 100 TIMES.
               10  HW-EXP-BOOK-ID    PIC 9(07).
               10  HW-EXP-BRANCH     PIC X(03).
               10  HW-EXP-WORK-CODE  PIC X(08).
               10  HW-EXP-FLAG       PIC X(01).
                   88  HW-EXP-OPEN   VALUE "O".
       01  HW-EXPIRED-USED           PIC 9(03) VALUE ZEROS.
           05  HW-SL-BOOK-ID         PIC 9(07).
           05  FILLER                PIC X(32) VALUE
               "  offer expired, no further hold".
           05  FILLER                PIC X(04) VALUE " at ".
           05  HW-SL-BRANCH          PIC X(03).

       PROCEDURE DIVISION.
       0000-MAINLINE.
                       HW-WORKFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               CLOSE HoldFile
               GO TO 1000-EXIT
           END-IF
      *    TITLELNK.DAT is optional - absent, an expired offer moves
      *    on to holds on its own edition only.
           OPEN INPUT LinkFile
           IF HW-LINKFILE-OK
               SET HW-LINK-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
           PERFORM 2100-SWEEP-ONE-HOLD THRU 2100-EXIT
               UNTIL HW-HOLDFILE-EOF
           CLOSE HoldFile
           CLOSE HoldWorkFile
           IF HW-LINK-OPEN
               CLOSE LinkFile
           END-IF.
       2000-EXIT.
           EXIT.

       2100-EXIT.
           EXIT.

      *  The window runs from the day the copy was ready at the
      *  pickup branch.  A hold from before pickup branches was
      *  ready the day it was offered; a routed copy not yet
      *  received is still in transit and is left alone.
       2200-CHECK-OFFER-AGE.
           IF HD-PICKUP-BRANCH = SPACES
               MOVE HD-OFFER-DATE TO HW-READY-DATE
           ELSE
               IF HD-RECEIVED-DATE IS NOT NUMERIC
                   OR HD-RECEIVED-DATE = ZEROS
                   GO TO 2200-EXIT
               END-IF
               MOVE HD-RECEIVED-DATE TO HW-READY-DATE
           END-IF
           MOVE "B" TO DS-FUNCTION
           MOVE HW-READY-DATE TO DS-DATE-1
           MOVE HW-RUN-DATE TO DS-DATE-2
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
               ADD 1 TO HW-EXPIRED-USED
               MOVE HD-BOOK-ID TO
                   HW-EXP-BOOK-ID (HW-EXPIRED-USED)
               IF HD-PICKUP-BRANCH = SPACES
                   MOVE HD-SEND-BRANCH TO
                       HW-EXP-BRANCH (HW-EXPIRED-USED)
               ELSE
                   MOVE HD-PICKUP-BRANCH TO
                       HW-EXP-BRANCH (HW-EXPIRED-USED)
               END-IF
               MOVE "O" TO HW-EXP-FLAG (HW-EXPIRED-USED)
               MOVE SPACES TO HW-EXP-WORK-CODE (HW-EXPIRED-USED)
               IF HW-LINK-OPEN
                   MOVE HD-BOOK-ID TO TK-BOOK-ID
                   READ LinkFile
                       NOT INVALID KEY
                           MOVE TK-WORK-CODE TO
                               HW-EXP-WORK-CODE (HW-EXPIRED-USED)
                   END-READ
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      *  A waiting hold on a book whose offer just expired takes
      *  over the offer - it is the oldest still waiting, because
      *  the queue is arrival order.  An any-edition hold taking the
      *  offer is moved onto the expired offer's copy.
       2300-CHECK-OFFER-MOVE.
           MOVE ZEROS TO HW-EXP-HIT-IX
           PERFORM 2310-MATCH-ONE-EXPIRED THRU 2310-EXIT
           IF HW-EXP-HIT-IX = ZEROS
               GO TO 2300-EXIT
           END-IF
           MOVE HW-EXP-BOOK-ID (HW-EXP-HIT-IX) TO HD-BOOK-ID
           MOVE "O" TO HD-STATUS
           MOVE HW-RUN-DATE TO HD-OFFER-DATE
           MOVE HW-EXP-BRANCH (HW-EXP-HIT-IX) TO HD-SEND-BRANCH
           MOVE SPACES TO HW-EXP-FLAG (HW-EXP-HIT-IX)
           ADD 1 TO HW-MOVED-COUNT
           DISPLAY "Offer on book " HD-BOOK-ID " moved to "
                   HD-BORROWER " (placed " HD-PLACED-DATE ")."
           IF HD-PICKUP-BRANCH = SPACES
               OR HD-PICKUP-BRANCH = HD-SEND-BRANCH
               MOVE HW-RUN-DATE TO HD-RECEIVED-DATE
               DISPLAY "*** Set the book aside for the new offer."
           ELSE
               MOVE ZEROS TO HD-RECEIVED-DATE
               DISPLAY "*** Route the book from " HD-SEND-BRANCH
                       " to " HD-PICKUP-BRANCH " for the new offer."
           END-IF.
       2300-EXIT.
           EXIT.

       2310-MATCH-ONE-EXPIRED.
           IF HW-EXP-OPEN (HW-EXP-IX)
               AND (HW-EXP-BOOK-ID (HW-EXP-IX) = HD-BOOK-ID
                   OR (HW-EXP-WORK-CODE (HW-EXP-IX) NOT = SPACES
                       AND HW-EXP-WORK-CODE (HW-EXP-IX) =
                           HD-WORK-CODE))
               MOVE HW-EXP-IX TO HW-EXP-HIT-IX
           END-IF.
       2310-EXIT.
       3100-LIST-ONE-SHELF.
           IF HW-EXP-OPEN (HW-EXP-IX)
               MOVE HW-EXP-BOOK-ID (HW-EXP-IX) TO HW-SL-BOOK-ID
               MOVE HW-EXP-BRANCH (HW-EXP-IX) TO HW-SL-BRANCH
               DISPLAY HW-SHELF-LINE
               ADD 1 TO HW-SHELF-COUNT
           END-IF.
