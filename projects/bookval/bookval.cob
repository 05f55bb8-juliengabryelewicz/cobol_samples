      *                  service, so last Tuesday's valuation comes
      *                  back through RPTBROWS instead of a rerun
      *                  against today's data.
      *  2026-10-15  jg  Registers with a blank branch - the
      *                  valuation is one combined report.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ELSE
               MOVE "SYSOUT" TO RG2-OUTPUT-NAME
           END-IF
           MOVE SPACES TO RG2-BRANCH
           CALL "RPT-REG" USING RG2-RPT-REG-AREA
           END-CALL.
       2300-EXIT.
