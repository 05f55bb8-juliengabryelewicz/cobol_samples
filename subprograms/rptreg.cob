      *  Modification history
      *  ---------------------
      *  2026-09-02  jg  Original subprogram.
      *  2026-10-15  jg  Records the branch a burst copy was made
      *                  for, so RPTBROWS can tell one branch's copy
      *                  from the combined report.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE RG2-PAGE-COUNT  TO RY-PAGE-COUNT.
           MOVE RG2-LINE-COUNT  TO RY-LINE-COUNT.
           MOVE RG2-OUTPUT-NAME TO RY-OUTPUT-NAME.
           MOVE RG2-BRANCH      TO RY-BRANCH.
           WRITE RY-REGISTRY-RECORD.
           CLOSE RptRegFile.
           GOBACK.
