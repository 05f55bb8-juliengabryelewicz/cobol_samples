      *                  only on a clean run, matching BOOKBAL - a
      *                  failed night no longer reads as COMPLETED
      *                  to the NITERUN restart driver.
      *  2026-10-15  jg  LOANHIST.DAT is indexed - the day's events
      *                  are read from a START on the event-date key
      *                  at the roll date instead of the whole trail.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS ST-PERIOD
               FILE STATUS IS SK-STATFILE-STATUS.
           SELECT LoanHistFile ASSIGN TO "LOANHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-HISTORY-KEY
               ALTERNATE RECORD KEY IS LH-BORROWER-NO WITH DUPLICATES
               ALTERNATE RECORD KEY IS LH-EVENT-DATE WITH DUPLICATES
               FILE STATUS IS SK-HISTFILE-STATUS.
           SELECT AuditFile ASSIGN TO "BOOKAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO SK-EOF-SWITCH
           MOVE SK-ROLL-DATE TO LH-EVENT-DATE
           START LoanHistFile KEY NOT < LH-EVENT-DATE
               INVALID KEY
                   SET SK-FILE-EOF TO TRUE
           END-START
           PERFORM 2100-COUNT-ONE-EVENT THRU 2100-EXIT
               UNTIL SK-FILE-EOF
           CLOSE LoanHistFile.
       2000-EXIT.
           EXIT.

      *  The events run in date order on the alternate key - the
      *  first one past the roll date ends the day.
       2100-COUNT-ONE-EVENT.
           READ LoanHistFile NEXT RECORD
               AT END
                   SET SK-FILE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF LH-EVENT-DATE NOT = SK-ROLL-DATE
               SET SK-FILE-EOF TO TRUE
               GO TO 2100-EXIT
           END-IF
           EVALUATE TRUE
