      *****************************************************************
      *  BURSTSVA.CPY
      *
      *  CALL area for the shared BURST-SVC report-bursting service,
      *  in the style of KWIX-SVC.  COPY this member into
      *  WORKING-STORAGE and CALL "BURST-SVC" USING
      *  BX-BURST-SVC-AREA.  A report that goes out to the branches
      *  hands every line it prints to the service as well, tagged
      *  with the branch the line belongs to; the lines land on the
      *  BURSTWK.DAT work file (see BURSTWK member) and RPTBURST
      *  later splits them into one copy per branch.
      *
      *  BX-FUNCTION:
      *      B  begin a report run - BX-REPORT-NAME, BX-FILE-LETTER
      *         (first letter of the branch copies' file names) and
      *         the report title in BX-LINE.  The run is stamped
      *         with the date and time of this call.
      *      C  a column-heading line, in BX-LINE - printed under
      *         the page heading of every page of every copy
      *      D  a detail line, in BX-LINE, for BX-BRANCH.  BX-COUNT
      *         and BX-AMOUNT are what the line adds to the report's
      *         totals (zero on a line that adds nothing); BX-GROUP
      *         is the text of the group heading the line prints
      *         under, spaces if the report is not grouped.
      *      E  end the run - BX-COUNT and BX-AMOUNT are the
      *         combined report's totals and BX-LINE names what is
      *         counted.  RPTBURST balances the branch copies
      *         against these.
      *
      *  BX-STATUS on return:
      *      00  completed normally
      *      02  BURSTWK.DAT could not be opened - the combined
      *          report is still good, the branch copies will not
      *          be made for this run
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with report
      *                  bursting.
      *****************************************************************
       01  BX-BURST-SVC-AREA.
           05  BX-FUNCTION                  PIC X(01).
           05  BX-REPORT-NAME               PIC X(12).
           05  BX-FILE-LETTER               PIC X(01).
           05  BX-BRANCH                    PIC X(03).
           05  BX-GROUP                     PIC X(30).
           05  BX-COUNT                     PIC 9(05).
           05  BX-AMOUNT                    PIC 9(07)V99.
           05  BX-LINE                      PIC X(80).
           05  BX-STATUS                    PIC X(02).
