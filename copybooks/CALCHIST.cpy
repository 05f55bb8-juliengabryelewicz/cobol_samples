      *  ---------------------
      *  2026-08-09  jg  Original member, introduced with the
      *                  CALCULATOR history log.
      *  2026-10-15  jg  Added CH-ENTRY-TYPE - E marks one step of an
      *                  expression (see EXPR-SVC), or, with
      *                  operator E, an expression rejected before
      *                  any step ran.  Older records read back with
      *                  a space, a single entry.
      *****************************************************************
       01  CH-HISTORY-RECORD.
           05  CH-RUN-DATE                 PIC 9(08).
           05  CH-STATUS                   PIC X(01).
               88  CH-STATUS-OK            VALUE "Y".
               88  CH-STATUS-ERROR         VALUE "N".
           05  CH-ENTRY-TYPE               PIC X(01).
               88  CH-SINGLE-ENTRY         VALUE SPACE.
               88  CH-EXPRESSION-STEP      VALUE "E".
