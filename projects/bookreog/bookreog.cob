      *                  LOANREC layout (borrower, renew count and
      *                  branch) - the 52-byte record truncated
      *                  every loan on the unload pass.
      *  2026-10-15  jg  Loan work record widened to the 79-byte
      *                  LOANREC layout (due time and course code
      *                  of a course reserve loan).
      *  2026-10-15  jg  Loan work record widened to the 87-byte
      *                  LOANREC layout (recall date).
      *  2026-10-15  jg  Loan work record widened to the 95-byte
      *                  LOANREC layout (claims-returned date).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY LOANREC.

       FD LoanWorkFile.
       01  RG-LOAN-WORK-RECORD       PIC X(95).

       WORKING-STORAGE SECTION.
       01  RG-BOOKFILE-STATUS        PIC X(02).
