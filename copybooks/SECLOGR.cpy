      *  ---------------------
      *  2026-09-02  jg  Original member, introduced with the
      *                  security exception log.
      *  2026-10-15  jg  Added SE-OVERRIDE, event O - a supervisor
      *                  override (see SECLOGC).
      *****************************************************************
       01  SE-SECLOG-RECORD.
           05  SE-RUN-DATE                 PIC 9(08).
               88  SE-PIN-FAILURE          VALUE "F".
               88  SE-LOCKOUT              VALUE "K".
               88  SE-ACCESS-REFUSED       VALUE "R".
               88  SE-OVERRIDE             VALUE "O".
           05  SE-PROGRAM                  PIC X(08).
           05  SE-DETAIL                   PIC X(30).
