      *****************************************************************
      *  BURSTWK.CPY
      *
      *  One line of a report run waiting to be burst, on the
      *  BURSTWK.DAT work file.  Written through the shared
      *  BURST-SVC service (see BURSTSVA member) by the reports
      *  below as they print; read by RPTBURST, which splits each
      *  run into one copy per branch and empties the file once the
      *  copies are made.  Each writer's file letter starts its
      *  branch copies' file names:
      *      B  BOOKRPT      D  BOOKDUE      H  HOLDRPT
      *      S  BORRSTMT     F  SHELFREC     C  CLAIMRPT
      *      K  BLOCKRPT
      *  COPY this member into the FD for BurstWorkFile so writer
      *  and burster agree on the same fields.
      *
      *  A run is its report name plus the date and time it began.
      *  Record types within the run:
      *      H  header - the report title in BP-LINE, the letter
      *         that starts the branch copies' file names
      *      C  column heading, repeated on every page of a copy
      *      D  detail line for BP-BRANCH (blank = main building),
      *         in print order by BP-SEQUENCE, with what it adds to
      *         the count and amount totals
      *      T  trailer - the combined report's totals, and what
      *         they count in BP-LINE
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with report
      *                  bursting.
      *  2026-10-15  jg  Writer list brought up to date with CLAIMRPT
      *                  and BLOCKRPT, and each writer's file letter.
      *****************************************************************
       01  BP-BURST-RECORD.
           05  BP-REPORT-NAME              PIC X(12).
           05  BP-RUN-DATE                 PIC 9(08).
           05  BP-RUN-TIME                 PIC 9(08).
           05  BP-RECORD-TYPE              PIC X(01).
               88  BP-HEADER               VALUE "H".
               88  BP-COLUMN-HEADING       VALUE "C".
               88  BP-DETAIL               VALUE "D".
               88  BP-TRAILER              VALUE "T".
           05  BP-FILE-LETTER              PIC X(01).
           05  BP-BRANCH                   PIC X(03).
           05  BP-SEQUENCE                 PIC 9(07).
           05  BP-GROUP                    PIC X(30).
           05  BP-COUNT                    PIC 9(05).
           05  BP-AMOUNT                   PIC 9(07)V99.
           05  BP-LINE                     PIC X(80).
