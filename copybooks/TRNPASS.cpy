      *****************************************************************
      *  TRNPASS.CPY
      *
      *  One exercise task a trainee has passed, keyed on the
      *  trainee and the task number in TRNPASS.DAT.  TRNSCORE
      *  writes the record the first time a scoring run finds the
      *  task done right and never removes it - a pass stands even
      *  if a later practice session gets the task wrong.  OPERMNT
      *  reads the file to decide whether a trainee may be signed
      *  off for live access.  COPY this member into the FD for
      *  PassFile.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with the
      *                  trainee scorecard.
      *****************************************************************
       01  TA-PASS-RECORD.
           05  TA-PASS-KEY.
               10  TA-TRAINEE-ID           PIC X(08).
               10  TA-TASK-NO              PIC 9(03).
           05  TA-TASK-CODE                PIC X(01).
           05  TA-DESCRIPTION              PIC X(30).
           05  TA-PASS-DATE                PIC 9(08).
