      *                  never changed, forcing a change at the next
      *                  sign-on.  At the end of the record so
      *                  existing files keep their positions.
      *  2026-10-15  jg  Added the trainee flag and the sign-off
      *                  stamp.  An operator registered as a trainee
      *                  signs on to the practice files only, until
      *                  a supervisor signs them off in OPERMNT once
      *                  every scripted exercise has passed (see
      *                  TRNSCORE); the date and the supervisor are
      *                  kept.  Blank on existing records, which
      *                  read as live as before.
      *****************************************************************
       01  OM-OPERATOR-RECORD.
           05  OM-OPER-ID                  PIC X(08).
           05  OM-LOCK-SWITCH              PIC X(01).
               88  OM-LOCKED               VALUE "Y".
           05  OM-PIN-CHANGED-DATE         PIC 9(08).
           05  OM-TRAINEE-SWITCH           PIC X(01).
               88  OM-TRAINEE              VALUE "Y".
           05  OM-SIGNOFF-DATE             PIC 9(08).
           05  OM-SIGNOFF-BY               PIC X(08).
