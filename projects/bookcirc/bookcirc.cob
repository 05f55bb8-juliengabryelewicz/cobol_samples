      *  2026-09-02  jg  Archive record widened to the 65-byte
      *                  LOANHIST layout, matching LOANARCH's
      *                  LHAyyyy.DAT writer.
      *  2026-10-15  jg  LOANHIST.DAT is indexed - the whole file is
      *                  still read, now in book and event-time
      *                  order, so each book's returns still pair
      *                  with its loans.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoanHistFile ASSIGN TO "LOANHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LH-HISTORY-KEY
               ALTERNATE RECORD KEY IS LH-BORROWER-NO WITH DUPLICATES
               ALTERNATE RECORD KEY IS LH-EVENT-DATE WITH DUPLICATES
               FILE STATUS IS CI-HISTFILE-STATUS.
           SELECT BookFile ASSIGN TO "BOOKS.DAT"
               ORGANIZATION IS INDEXED
