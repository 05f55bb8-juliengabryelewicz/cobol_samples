      *  Modification history
      *  ---------------------
      *  2026-09-02  jg  Original program.
      *  2026-10-15  jg  Each entry now shows the branch its copy
      *                  was burst for - MAIN for the main
      *                  building's, ALL for a combined report - so
      *                  one reading room's copy can be reprinted
      *                  without the whole report.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER                PIC X(02) VALUE ". ".
           05  RB-L-REPORT           PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RB-L-BRANCH           PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RB-L-DATE             PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RB-L-TIME             PIC 9(08).
               RB-E-OUTPUT-NAME (RB-ENTRY-COUNT)
           MOVE RB-ENTRY-COUNT TO RB-L-NO
           MOVE RY-REPORT-NAME TO RB-L-REPORT
           EVALUATE RY-BRANCH
               WHEN SPACES
                   MOVE "ALL"  TO RB-L-BRANCH
               WHEN "___"
                   MOVE "MAIN" TO RB-L-BRANCH
               WHEN OTHER
                   MOVE RY-BRANCH TO RB-L-BRANCH
           END-EVALUATE
           MOVE RY-RUN-DATE    TO RB-L-DATE
           MOVE RY-RUN-TIME    TO RB-L-TIME
           MOVE RY-OPER-ID     TO RB-L-OPER
