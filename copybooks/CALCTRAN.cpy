      *                  stops passing as a short day.  A file
      *                  without a trailer still runs, with a warning
      *                  that the run is unproven.
      *  2026-10-15  jg  Added the expression record - an E in column
      *                  one, the rounding rule in column two and a
      *                  whole expression (see EXPR-SVC) in columns
      *                  3-62, alongside the fixed layout.  It counts
      *                  in the trailer's transaction count but adds
      *                  nothing to the operand hash.
      *****************************************************************
       01  CT-TRANSACTION.
           05  CT-NUM1                     PIC S9(05)V99 SIGN LEADING
           05  CT-TR-HASH                  PIC S9(07)V99 SIGN LEADING
                                            SEPARATE.
           05  FILLER                      PIC X(02).
       01  CT-EXPRESSION-RECORD.
           05  CT-EX-TYPE                  PIC X(01).
               88  CT-EXPRESSION           VALUE "E".
           05  CT-EX-ROUND                 PIC X(01).
           05  CT-EX-TEXT                  PIC X(60).
