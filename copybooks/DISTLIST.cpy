      *****************************************************************
      *  DISTLIST.CPY
      *
      *  One entry on the DISTLIST.DAT report distribution list -
      *  who gets a branch's copy of a burst report.  Kept by hand
      *  like RUNCAL.DAT, one line per recipient, fixed columns:
      *      report name (12)  as the report registers it, e.g.
      *                        BOOK-REPORT
      *      branch      (3)   the branch whose copy it is, blank
      *                        for the main building
      *      recipient   (30)  name or desk the copy goes to
      *  A branch copy may go to several recipients; RPTBURST prints
      *  them on the copy's first page and flags a copy nobody is
      *  down to receive.  COPY this member into the FD for
      *  DistListFile.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with report
      *                  bursting.
      *****************************************************************
       01  DB-DIST-RECORD.
           05  DB-REPORT-NAME              PIC X(12).
           05  DB-BRANCH                   PIC X(03).
           05  DB-RECIPIENT                PIC X(30).
