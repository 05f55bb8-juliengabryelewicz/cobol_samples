      *                  their own count, so a copy lent to a
      *                  partner library shows on the exceptions
      *                  instead of vanishing from every listing.
      *  2026-10-15  jg  Books at the C (on course reserve) status
      *                  list as RESERVED with their own count.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  ST-REPAIR-COUNT           PIC 9(05) VALUE ZEROS.
       01  ST-WITHDRAWN-COUNT        PIC 9(05) VALUE ZEROS.
       01  ST-ONILL-COUNT            PIC 9(05) VALUE ZEROS.
       01  ST-RESERVE-COUNT          PIC 9(05) VALUE ZEROS.

       COPY RUNDATE.

           MOVE "N" TO ST-BOOKFILE-EOF-SWITCH
           MOVE ZEROS TO ST-LOST-COUNT ST-REPAIR-COUNT
                         ST-WITHDRAWN-COUNT ST-ONILL-COUNT
                         ST-RESERVE-COUNT
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           MOVE RD-RUN-DATE-DISPLAY TO ST-H1-DATE
                   MOVE "ON ILL"    TO ST-D-STATUS
                   ADD 1 TO ST-ONILL-COUNT
                   PERFORM 2100-PRINT-ONE-BOOK THRU 2100-EXIT
               WHEN BK-ON-RESERVE
                   MOVE "RESERVED"  TO ST-D-STATUS
                   ADD 1 TO ST-RESERVE-COUNT
                   PERFORM 2100-PRINT-ONE-BOOK THRU 2100-EXIT
           END-EVALUATE
           READ BookFile NEXT RECORD
               AT END
           DISPLAY "Lost.....: " ST-LOST-COUNT
           DISPLAY "In repair: " ST-REPAIR-COUNT
           DISPLAY "Withdrawn: " ST-WITHDRAWN-COUNT
           DISPLAY "On ILL...: " ST-ONILL-COUNT
           DISPLAY "Reserved.: " ST-RESERVE-COUNT.
       3000-EXIT.
           EXIT.
