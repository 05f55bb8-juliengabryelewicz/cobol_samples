      *                  completed run and still records its STOP,
      *                  RC 8 does not, so the NITERUN restart
      *                  driver re-drives a night that really died.
      *  2026-10-15  jg  LOANHIST.DAT is indexed - counted with a
      *                  sequential read like the other keyed files.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FM-GEN-STATUS.
           SELECT LoanHistFile ASSIGN TO "LOANHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LH-HISTORY-KEY
               ALTERNATE RECORD KEY IS LH-BORROWER-NO WITH DUPLICATES
               ALTERNATE RECORD KEY IS LH-EVENT-DATE WITH DUPLICATES
               FILE STATUS IS FM-GEN-STATUS.
           SELECT CalcHistFile ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
