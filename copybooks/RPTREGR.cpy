      *  ---------------------
      *  2026-09-02  jg  Original member, introduced with the
      *                  report registry.
      *  2026-10-15  jg  Added RY-BRANCH - the branch a burst copy
      *                  was made for, spaces on a combined report
      *                  (and on every run registered before).
      *****************************************************************
       01  RY-REGISTRY-RECORD.
           05  RY-RUN-DATE                 PIC 9(08).
           05  RY-PAGE-COUNT               PIC 9(05).
           05  RY-LINE-COUNT               PIC 9(07).
           05  RY-OUTPUT-NAME              PIC X(16).
           05  RY-BRANCH                   PIC X(03).
