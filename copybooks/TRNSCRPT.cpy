      *****************************************************************
      *  TRNSCRPT.CPY
      *
      *  One task on the TRNSCRPT.DAT training exercise script - the
      *  work a trainee is to do in a practice session and the end
      *  state TRNSCORE expects to find on the TR* practice files
      *  afterwards.  Kept by hand like DISTLIST.DAT, one line per
      *  task, fixed columns.  Each trainee's tasks name their own
      *  books and borrowers, so a whole class can share one
      *  practice set without marking each other's work.
      *
      *      task code  I  issue TS-BOOK-ID to TS-BORROWER-NO -
      *                    TRBKLOAN.DAT shows it on loan to them
      *                 H  place a hold on TS-BOOK-ID for
      *                    TS-BORROWER-NO - TRBKHOLD.DAT shows it
      *                    waiting or offered
      *                 P  take a payment of TS-AMOUNT from
      *                    TS-BORROWER-NO - TRBKFINE.DAT shows that
      *                    much paid
      *                 L  write TS-BOOK-ID off lost - TRBOOKAUD.DAT
      *                    shows its status changed to L
      *
      *  OPERMNT will not sign a trainee off for live access until
      *  every task here for them has a pass on TRNPASS.DAT.  COPY
      *  this member into the FD for ScriptFile.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with the
      *                  trainee scorecard.
      *****************************************************************
       01  TS-SCRIPT-RECORD.
           05  TS-TRAINEE-ID               PIC X(08).
           05  TS-TASK-NO                  PIC 9(03).
           05  TS-TASK-CODE                PIC X(01).
               88  TS-ISSUE-TASK           VALUE "I".
               88  TS-HOLD-TASK            VALUE "H".
               88  TS-PAYMENT-TASK         VALUE "P".
               88  TS-LOST-TASK            VALUE "L".
           05  TS-BOOK-ID                  PIC 9(07).
           05  TS-BORROWER-NO              PIC 9(05).
           05  TS-AMOUNT                   PIC 9(05)V99.
           05  TS-DESCRIPTION              PIC X(30).
