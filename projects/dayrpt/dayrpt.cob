      *  Modification history
      *  ---------------------
      *  2026-08-22  jg  Original program.
      *  2026-10-15  jg  LOANHIST.DAT is indexed - the loan tally
      *                  STARTs on the event-date key at the report
      *                  date and reads that day's events only.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DY-AUDITFILE-STATUS.
           SELECT LoanHistFile ASSIGN TO "LOANHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-HISTORY-KEY
               ALTERNATE RECORD KEY IS LH-BORROWER-NO WITH DUPLICATES
               ALTERNATE RECORD KEY IS LH-EVENT-DATE WITH DUPLICATES
               FILE STATUS IS DY-HISTFILE-STATUS.
           SELECT SignonFile ASSIGN TO "SIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
                       DY-HISTFILE-STATUS "."
               GO TO 3000-EXIT
           END-IF
           MOVE DY-REPORT-DATE TO LH-EVENT-DATE
           START LoanHistFile KEY NOT < LH-EVENT-DATE
               INVALID KEY
                   SET DY-EOF TO TRUE
           END-START
           PERFORM 3100-TALLY-ONE-LOAN THRU 3100-EXIT
               UNTIL DY-EOF
           CLOSE LoanHistFile.
       3000-EXIT.
           EXIT.

      *  Date order on the alternate key - the first event past the
      *  report date ends the day.
       3100-TALLY-ONE-LOAN.
           READ LoanHistFile NEXT RECORD
               AT END
                   SET DY-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF LH-EVENT-DATE NOT = DY-REPORT-DATE
               SET DY-EOF TO TRUE
               GO TO 3100-EXIT
           END-IF
           EVALUATE TRUE
               WHEN LH-LOAN-EVENT
                   ADD 1 TO DY-LOAN-COUNT
               WHEN LH-RETURN-EVENT
                   ADD 1 TO DY-RETURN-COUNT
           END-EVALUATE.
       3100-EXIT.
           EXIT.

