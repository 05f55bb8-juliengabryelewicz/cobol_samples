      *  Modification history
      *  ---------------------
      *  2026-08-22  jg  Original program.
      *  2026-10-15  jg  LOANHIST.DAT is indexed on the book and
      *                  event time - the listing STARTs at the
      *                  BookId and reads only that book's events,
      *                  in order, instead of the whole trail.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoanHistFile ASSIGN TO "LOANHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-HISTORY-KEY
               ALTERNATE RECORD KEY IS LH-BORROWER-NO WITH DUPLICATES
               ALTERNATE RECORD KEY IS LH-EVENT-DATE WITH DUPLICATES
               FILE STATUS IS BH-HISTFILE-STATUS.
           SELECT BookFile ASSIGN TO "BOOKS.DAT"
               ORGANIZATION IS INDEXED
           END-IF
           DISPLAY BH-HEADING-2
           DISPLAY "--------------------------------------------------"
           MOVE BH-INQUIRY-ID TO LH-BOOK-ID
           MOVE ZEROS TO LH-EVENT-DATE LH-EVENT-TIME
           START LoanHistFile KEY NOT < LH-HISTORY-KEY
               INVALID KEY
                   SET BH-HISTFILE-EOF TO TRUE
           END-START
           IF NOT BH-HISTFILE-EOF
               PERFORM 2150-READ-NEXT-EVENT THRU 2150-EXIT
           END-IF
           PERFORM 2200-LIST-ONE-EVENT THRU 2200-EXIT
               UNTIL BH-HISTFILE-EOF
           CLOSE LoanHistFile
       2100-EXIT.
           EXIT.

      *  The key runs book first, so the book's events end where
      *  the next book's begin.
       2150-READ-NEXT-EVENT.
           READ LoanHistFile NEXT RECORD
               AT END
                   SET BH-HISTFILE-EOF TO TRUE
                   GO TO 2150-EXIT
           END-READ
           IF LH-BOOK-ID NOT = BH-INQUIRY-ID
               SET BH-HISTFILE-EOF TO TRUE
           END-IF.
       2150-EXIT.
           EXIT.

       2200-LIST-ONE-EVENT.
           MOVE LH-TXN-CODE   TO BH-D-TXN
           MOVE LH-BORROWER   TO BH-D-BORROWER
           MOVE LH-EVENT-DATE TO BH-D-DATE
           MOVE LH-EVENT-TIME TO BH-D-TIME
           MOVE LH-DUE-DATE   TO BH-D-DUE-DATE
           DISPLAY BH-DETAIL-LINE
           ADD 1 TO BH-EVENT-COUNT
           PERFORM 2150-READ-NEXT-EVENT THRU 2150-EXIT.
       2200-EXIT.
           EXIT.
