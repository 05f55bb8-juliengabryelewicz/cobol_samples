      *  Modification history
      *  ---------------------
      *  2026-09-02  jg  Original member, introduced with RPT-REG.
      *  2026-10-15  jg  Added RG2-BRANCH - the branch a burst copy
      *                  was made for, spaces for a whole report.
      *****************************************************************
       01  RG2-RPT-REG-AREA.
           05  RG2-REPORT-NAME              PIC X(12).
           05  RG2-LINE-COUNT               PIC 9(07).
           05  RG2-OUTPUT-NAME              PIC X(16).
           05  RG2-STATUS                   PIC X(02).
           05  RG2-BRANCH                   PIC X(03).
