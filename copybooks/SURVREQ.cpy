      *****************************************************************
      *  SURVREQ.CPY
      *
      *  One mandatory check-in survey for one operator role, on
      *  SURVREQ.DAT keyed on role and survey id - a role (see
      *  OPERREC) may have several, and a role with none owes no
      *  check-in.  SURVMNT maintains the table; CHKINRPT reports
      *  each session that ended without the role's surveys done.
      *  COPY this member into the FD for RequireFile.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with the
      *                  check-in compliance report.
      *****************************************************************
       01  RQ-REQUIRE-RECORD.
           05  RQ-REQUIRE-KEY.
               10  RQ-ROLE                 PIC X(01).
               10  RQ-SURVEY-ID            PIC X(03).
           05  RQ-ADDED-DATE               PIC 9(08).
           05  RQ-ADDED-BY                 PIC X(08).
