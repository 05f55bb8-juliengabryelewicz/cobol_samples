      *  Modification history
      *  ---------------------
      *  2026-09-02  jg  Original program.
      *  2026-10-15  jg  Supervisor overrides (SEC-LOG event O - an
      *                  order let past its fund limit in BOOKORD)
      *                  list in section 1 as OVERRIDE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   MOVE "LOCKOUT " TO SY-D-EVENT
               WHEN "R"
                   MOVE "REFUSED " TO SY-D-EVENT
               WHEN "O"
                   MOVE "OVERRIDE" TO SY-D-EVENT
               WHEN OTHER
                   MOVE SY-S-EVENT-CODE TO SY-D-EVENT
           END-EVALUATE
