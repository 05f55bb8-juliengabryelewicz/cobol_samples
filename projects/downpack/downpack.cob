       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DOWNPACK.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  DOWNPACK
      *
      *  Nightly downtime pack - everything a branch desk needs to
      *  keep lending on paper, and to refuse what BOOKLOAN would
      *  refuse, when the system is down the next day.  One pack per
      *  branch on BRANCHES.DAT and for the main building:
      *
      *      DOWNbbb.PRT  the printed pack
      *      DOWNbbb.DAT  the same lists as a flat file, for a
      *                   laptop or a spreadsheet at the desk
      *
      *  where bbb is the branch code (the main building's blank
      *  code spelled ___, as RPTBURST names its copies).  Every
      *  page carries the branch and the AS OF date and time the
      *  pack was taken, so an old pack is never mistaken for
      *  tonight's.  The pack has five sections:
      *
      *      1  DESK RULES - the refusals BOOKLOAN makes, in words,
      *         with the fine limit, the default loan cap and the
      *         CATPRIV.DAT / LOANPOL.DAT periods, caps and barred
      *         genres behind them
      *      2  BORROWERS TO REFUSE - everyone whose membership has
      *         expired or runs out within the week, and everyone
      *         owing more than the desk limit on FINE-SVC without
      *         a payment plan in good standing, and everyone under
      *         a BLOCK-SVC borrower block that stops loans
      *      3  BOOKS ON HOLD - every waiting hold, under the branch
      *         that holds the book, in the order the holds are to
      *         be filled
      *      4  CURRENT LOANS BY BORROWER - each borrower's books
      *         out, with the count against the borrower's cap, in
      *         the pack of every branch that lent one of them
      *      5  OFFLINE CAPTURE SHEET - ruled lines in the OFFCAP
      *         layout, for keying the paper loans and returns into
      *         OFFCAP.DAT once the system is back
      *
      *  Sections 1, 2 and 5 go to every branch.  A loan or a hold
      *  at a branch not on BRANCHES.DAT goes in the main building's
      *  pack.  Each pack is registered through RPT-REG for RPTBROWS
      *  and logged on SYSOUT.
      *
      *  The lines are gathered on the DOWNPACK.WRK work file and
      *  sorted into branch and section order for printing.  The
      *  pack is only as good as its sources: without BOOKLOAN.DAT
      *  or BORROWER.DAT nothing is printed (RC=8); a missing
      *  BOOKHOLD.DAT, CATPRIV.DAT or LOANPOL.DAT is warned of at
      *  the top of the desk rules (RC=4).
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program.
      *  2026-10-15  jg  A borrower under a block that stops loans is
      *                  listed to refuse as BLOCK tt, tt the block
      *                  type.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoanFile ASSIGN TO "BOOKLOAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-BOOK-ID
               FILE STATUS IS DK-LOANFILE-STATUS.
           SELECT BookFile ASSIGN TO "BOOKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BK-BOOK-ID
               FILE STATUS IS DK-BOOKFILE-STATUS.
           SELECT BorrowerFile ASSIGN TO "BORROWER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BW-BORROWER-NO
               FILE STATUS IS DK-BORRFILE-STATUS.
           SELECT HoldFile ASSIGN TO "BOOKHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DK-HOLDFILE-STATUS.
           SELECT PolicyFile ASSIGN TO "LOANPOL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PL-GENRE
               FILE STATUS IS DK-POLFILE-STATUS.
           SELECT CategoryFile ASSIGN TO "CATPRIV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CG-CATEGORY
               FILE STATUS IS DK-CATFILE-STATUS.
           SELECT PlanFile ASSIGN TO "PAYPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PY-BORROWER-NO
               FILE STATUS IS DK-PLANFILE-STATUS.
           SELECT BranchFile ASSIGN TO "BRANCHES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BN-BRANCH-CODE
               FILE STATUS IS DK-BRNFILE-STATUS.
           SELECT WorkFile ASSIGN TO "DOWNPACK.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DK-WORKFILE-STATUS.
           SELECT PrintFile ASSIGN TO DK-PRINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DK-PRTFILE-STATUS.
           SELECT DataFile ASSIGN TO DK-DATA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DK-DATFILE-STATUS.
           SELECT LoanSortFile ASSIGN TO "DOWNLOAN.SRT".
           SELECT PackSortFile ASSIGN TO "DOWNPACK.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD LoanFile.
       COPY LOANREC.

       FD BookFile.
       COPY BOOKREC.

       FD BorrowerFile.
       COPY BORRREC.

       FD HoldFile.
       COPY HOLDREC.

       FD PolicyFile.
       COPY LOANPOL.

       FD CategoryFile.
       COPY CATPRIV.

       FD PlanFile.
       COPY PLANREC.

       FD BranchFile.
       COPY BRCHREC.

       FD WorkFile.
       01  DK-WORK-RECORD            PIC X(195).

       FD PrintFile.
       01  DK-PRINT-RECORD           PIC X(80).

       FD DataFile.
       01  DK-DATA-RECORD            PIC X(80).

       SD LoanSortFile.
       01  DK-L-SORT-RECORD.
           05  DK-L-BORROWER-NO      PIC 9(05).
           05  DK-L-BOOK-ID          PIC 9(07).
           05  DK-L-BORROWER         PIC X(25).
           05  DK-L-DUE-DATE         PIC 9(08).
           05  DK-L-BRANCH           PIC X(03).

       SD PackSortFile.
       01  DK-S-SORT-RECORD.
           05  DK-S-BRANCH           PIC X(03).
           05  DK-S-SECTION          PIC 9(01).
           05  DK-S-KEY              PIC X(24).
           05  DK-S-SEQ              PIC 9(07).
           05  DK-S-LINE             PIC X(80).
           05  DK-S-DATA             PIC X(80).

       WORKING-STORAGE SECTION.
       01  DK-LOANFILE-STATUS        PIC X(02).
           88  DK-LOANFILE-OK        VALUE "00".

       01  DK-BOOKFILE-STATUS        PIC X(02).
           88  DK-BOOKFILE-OK        VALUE "00".

       01  DK-BORRFILE-STATUS        PIC X(02).
           88  DK-BORRFILE-OK        VALUE "00".

       01  DK-HOLDFILE-STATUS        PIC X(02).
           88  DK-HOLDFILE-OK        VALUE "00".

       01  DK-POLFILE-STATUS         PIC X(02).
           88  DK-POLFILE-OK         VALUE "00".

       01  DK-CATFILE-STATUS         PIC X(02).
           88  DK-CATFILE-OK         VALUE "00".

       01  DK-PLANFILE-STATUS        PIC X(02).
           88  DK-PLANFILE-OK        VALUE "00".

       01  DK-BRNFILE-STATUS         PIC X(02).
           88  DK-BRNFILE-OK         VALUE "00".

       01  DK-WORKFILE-STATUS        PIC X(02).
           88  DK-WORKFILE-OK        VALUE "00".

       01  DK-PRTFILE-STATUS         PIC X(02).
           88  DK-PRTFILE-OK         VALUE "00".

       01  DK-DATFILE-STATUS         PIC X(02).
           88  DK-DATFILE-OK         VALUE "00".

       01  DK-EOF-SWITCH             PIC X(01).
           88  DK-FILE-EOF           VALUE "Y".

       01  DK-SORT-EOF-SWITCH        PIC X(01).
           88  DK-SORT-EOF           VALUE "Y".

       01  DK-BOOKS-SWITCH           PIC X(01) VALUE "N".
           88  DK-BOOKS-OPEN         VALUE "Y".

       01  DK-BORROWERS-SWITCH       PIC X(01) VALUE "N".
           88  DK-BORROWERS-OPEN     VALUE "Y".

       01  DK-LOANS-SWITCH           PIC X(01) VALUE "N".
           88  DK-LOANS-OPEN         VALUE "Y".

       01  DK-HOLDS-SWITCH           PIC X(01) VALUE "N".
           88  DK-HOLDS-OPEN         VALUE "Y".

       01  DK-PLANS-SWITCH           PIC X(01) VALUE "N".
           88  DK-PLANS-OPEN         VALUE "Y".

       01  DK-POLICY-SWITCH          PIC X(01) VALUE "N".
           88  DK-POLICY-READ        VALUE "Y".

       01  DK-CATEGORY-SWITCH        PIC X(01) VALUE "N".
           88  DK-CATEGORY-READ      VALUE "Y".

       01  DK-PRINT-SWITCH           PIC X(01) VALUE "N".
           88  DK-PRINT-OPEN         VALUE "Y".

       01  DK-DATA-SWITCH            PIC X(01) VALUE "N".
           88  DK-DATA-OPEN          VALUE "Y".

       01  DK-BRANCH-SWITCH          PIC X(01) VALUE "N".
           88  DK-BRANCH-STARTED     VALUE "Y".

       01  DK-REFUSE-SWITCH          PIC X(01).
           88  DK-REFUSE-BORROWER    VALUE "Y".

       01  DK-PLAN-GOOD-SWITCH       PIC X(01).
           88  DK-PLAN-GOOD          VALUE "Y".

       01  DK-EARLIER-SWITCH         PIC X(01).
           88  DK-BRANCH-DONE        VALUE "Y".

      *  BOOKLOAN's desk limit and default cap - the *DEFAULT*
      *  record on LOANPOL.DAT overrides the cap.  A membership
      *  running out inside the lookahead is listed with its date,
      *  so a pack kept for a few days still catches it.
       01  DK-FINE-LIMIT             PIC 9(03)V99 VALUE 5.00.
       01  DK-DEFAULT-PERIOD         PIC 9(03) VALUE 14.
       01  DK-DEFAULT-CAP            PIC 9(03) VALUE 999.
       01  DK-NO-CAP                 PIC 9(03) VALUE 999.
       01  DK-EXPIRY-LOOKAHEAD       PIC 9(03) VALUE 7.
       01  DK-LINES-PER-PAGE         PIC 9(03) VALUE 55.
       01  DK-CAPTURE-LINES          PIC 9(03) VALUE 40.

       01  DK-AS-OF-DATE             PIC 9(08).
       01  DK-AS-OF-TIME             PIC 9(08).
       01  DK-EXPIRY-LIMIT           PIC 9(08).
       01  DK-AS-OF-DISPLAY.
           05  DK-AO-YEAR            PIC X(04).
           05  FILLER                PIC X(01) VALUE "-".
           05  DK-AO-MONTH           PIC X(02).
           05  FILLER                PIC X(01) VALUE "-".
           05  DK-AO-DAY             PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DK-AO-HOUR            PIC X(02).
           05  FILLER                PIC X(01) VALUE ":".
           05  DK-AO-MINUTE          PIC X(02).

      *  Entry 1 is the main building; the rest come off
      *  BRANCHES.DAT in code order.
       01  DK-BRANCH-MAX             PIC 9(03) VALUE 50.
       01  DK-BRANCH-TABLE.
           05  DK-BR-ENTRY OCCURS 50 TIMES.
               10  DK-BR-CODE        PIC X(03).
               10  DK-BR-NAME        PIC X(30).
       01  DK-BR-USED                PIC 9(03).
       01  DK-BR-IX                  PIC 9(03).
       01  DK-BR-FOUND               PIC 9(03).
       01  DK-BR-SCAN                PIC 9(03).

      *  The CATPRIV.DAT categories, for the rules and the caps.
       01  DK-CAT-MAX                PIC 9(03) VALUE 20.
       01  DK-CATEGORY-TABLE.
           05  DK-CT-ENTRY OCCURS 20 TIMES.
               10  DK-CT-CATEGORY    PIC X(01).
               10  DK-CT-PERIOD      PIC 9(03).
               10  DK-CT-MAX-LOANS   PIC 9(03).
               10  DK-CT-BARRED      PIC X(50).
       01  DK-CT-USED                PIC 9(03).
       01  DK-CT-IX                  PIC 9(03).
       01  DK-GENRE-IX               PIC 9(03).
       01  DK-BARRED-POINTER         PIC 9(03).

      *  The desk rules, built once and copied into every pack.
       01  DK-RULE-MAX               PIC 9(03) VALUE 120.
       01  DK-RULE-TABLE.
           05  DK-RULE-LINE          PIC X(80) OCCURS 120 TIMES.
       01  DK-RULE-USED              PIC 9(03).
       01  DK-RULE-IX                PIC 9(03).
       01  DK-RULE-TEXT              PIC X(80).

      *  The rules in words - the same in every pack.
       01  DK-FIXED-RULE-VALUES.
           05  FILLER                PIC X(80) VALUE
               "REFUSE THE LOAN WHEN ANY OF THESE APPLIES - THE".
           05  FILLER                PIC X(80) VALUE
               "SYSTEM WOULD REFUSE IT TOO.".
           05  FILLER                PIC X(80) VALUE SPACES.
           05  FILLER                PIC X(80) VALUE
               "1. THE BORROWER IS IN SECTION 2: MEMBERSHIP EXPIRED".
           05  FILLER                PIC X(80) VALUE
               "   BEFORE TODAY (CHECK THE EXPIRY DATE SHOWN), OR MORE".
           05  FILLER                PIC X(80) VALUE
               "   OWED THAN THE DESK LIMIT.  BORROWERS PAYING OFF ON".
           05  FILLER                PIC X(80) VALUE
               "   A PLAN IN GOOD STANDING ARE NOT LISTED.  BLOCK tt".
           05  FILLER                PIC X(80) VALUE
               "   IS A BORROWER BLOCK - SEND THE BORROWER TO STAFF.".
           05  FILLER                PIC X(80) VALUE
               "2. NO MEMBERSHIP CARD - NO LOAN.".
           05  FILLER                PIC X(80) VALUE
               "3. THE BORROWER HAS THE CAP OUT - SECTION 4 SHOWS".
           05  FILLER                PIC X(80) VALUE
               "   BOOKS OUT OF CAP; ADD TODAY'S PAPER LOANS.  A".
           05  FILLER                PIC X(80) VALUE
               "   BORROWER NOT IN SECTION 4 HAS NOTHING OUT.".
           05  FILLER                PIC X(80) VALUE
               "4. THE BOOK'S GENRE IS BARRED FOR THE BORROWER'S".
           05  FILLER                PIC X(80) VALUE
               "   CATEGORY (TABLE BELOW).".
           05  FILLER                PIC X(80) VALUE
               "5. THE BOOK IS MARKED LOST, IN REPAIR OR WITHDRAWN.".
           05  FILLER                PIC X(80) VALUE SPACES.
           05  FILLER                PIC X(80) VALUE
               "A BOOK IN SECTION 3 THAT COMES BACK IS SET ASIDE FOR".
           05  FILLER                PIC X(80) VALUE
               "THE FIRST BORROWER LISTED UNDER IT - DO NOT RESHELVE".
           05  FILLER                PIC X(80) VALUE
               "IT OR LEND IT TO ANYONE ELSE.".
           05  FILLER                PIC X(80) VALUE SPACES.
           05  FILLER                PIC X(80) VALUE
               "WRITE EVERY PAPER LOAN AND RETURN ON THE CAPTURE".
           05  FILLER                PIC X(80) VALUE
               "SHEET (SECTION 5) WITH THE DATE AND TIME IT HAPPENED,".
           05  FILLER                PIC X(80) VALUE
               "FOR KEYING INTO OFFCAP WHEN THE SYSTEM IS BACK.".
           05  FILLER                PIC X(80) VALUE SPACES.
       01  DK-FIXED-RULE-TABLE REDEFINES DK-FIXED-RULE-VALUES.
           05  DK-FIXED-RULE         PIC X(80) OCCURS 24 TIMES.
       01  DK-FIXED-RULE-COUNT       PIC 9(03) VALUE 24.

      *  One borrower's loans, gathered off the loan sort.
       01  DK-LOAN-MAX               PIC 9(03) VALUE 99.
       01  DK-LOAN-TABLE.
           05  DK-LT-ENTRY OCCURS 99 TIMES.
               10  DK-LT-BOOK-ID     PIC 9(07).
               10  DK-LT-DUE-DATE    PIC 9(08).
               10  DK-LT-BRANCH      PIC X(03).
               10  DK-LT-BRANCH-IX   PIC 9(03).
       01  DK-LT-USED                PIC 9(03).
       01  DK-LT-IX                  PIC 9(03).
       01  DK-LT-EARLIER             PIC 9(03).
       01  DK-LOAN-COUNT             PIC 9(03).
       01  DK-CUR-BORROWER-NO        PIC 9(05).
       01  DK-CUR-BORROWER           PIC X(25).
       01  DK-CUR-CATEGORY           PIC X(01).
       01  DK-CUR-CAP                PIC 9(03).
       01  DK-GROUP-BRANCH-IX        PIC 9(03).

       01  DK-REASON                 PIC X(08).
       01  DK-REFUSE-EXPIRY          PIC 9(08).
       01  DK-REFUSE-OWED            PIC 9(07)V99.
       01  DK-PLAN-OWING             PIC S9(07)V99.
       01  DK-PLAN-IX                PIC 9(03).
       01  DK-BLOCK-IX               PIC 9(02).
       01  DK-BOOK-TITLE             PIC X(30).
       01  DK-BOOK-BRANCH            PIC X(03).

      *  One line on its way to the work file.
       01  DK-PACK-LINE.
           05  DK-P-BRANCH           PIC X(03).
           05  DK-P-SECTION          PIC 9(01).
           05  DK-P-KEY              PIC X(24).
           05  DK-P-SEQ              PIC 9(07).
           05  DK-P-LINE             PIC X(80).
           05  DK-P-DATA             PIC X(80).

      *  The flat file's records - built here, carried through the
      *  sort with the printed line they go with.
       01  DK-DATA-AREA.
           05  DK-D-TYPE             PIC X(01).
               88  DK-D-HEADER       VALUE "H".
               88  DK-D-REFUSE       VALUE "B".
               88  DK-D-HOLD         VALUE "W".
               88  DK-D-LOAN         VALUE "L".
               88  DK-D-TRAILER      VALUE "T".
           05  FILLER                PIC X(79).
       01  DK-DATA-HEADER REDEFINES DK-DATA-AREA.
           05  FILLER                PIC X(01).
           05  DK-DH-BRANCH          PIC X(03).
           05  DK-DH-BRANCH-NAME     PIC X(30).
           05  DK-DH-AS-OF-DATE      PIC 9(08).
           05  DK-DH-AS-OF-TIME      PIC 9(08).
           05  DK-DH-FINE-LIMIT      PIC 9(03)V99.
           05  FILLER                PIC X(25).
       01  DK-DATA-REFUSE REDEFINES DK-DATA-AREA.
           05  FILLER                PIC X(01).
           05  DK-DB-BORROWER-NO     PIC 9(05).
           05  DK-DB-NAME            PIC X(25).
           05  DK-DB-REASON          PIC X(08).
           05  DK-DB-EXPIRY-DATE     PIC 9(08).
           05  DK-DB-OWED            PIC 9(07)V99.
           05  FILLER                PIC X(24).
       01  DK-DATA-HOLD REDEFINES DK-DATA-AREA.
           05  FILLER                PIC X(01).
           05  DK-DW-BOOK-ID         PIC 9(07).
           05  DK-DW-TITLE           PIC X(30).
           05  DK-DW-BORROWER-NO     PIC 9(05).
           05  DK-DW-PLACED-DATE     PIC 9(08).
           05  DK-DW-PLACED-TIME     PIC 9(08).
           05  DK-DW-PICKUP-BRANCH   PIC X(03).
           05  FILLER                PIC X(18).
       01  DK-DATA-LOAN REDEFINES DK-DATA-AREA.
           05  FILLER                PIC X(01).
           05  DK-DL-BORROWER-NO     PIC 9(05).
           05  DK-DL-BOOK-ID         PIC 9(07).
           05  DK-DL-TITLE           PIC X(30).
           05  DK-DL-DUE-DATE        PIC 9(08).
           05  DK-DL-LOAN-BRANCH     PIC X(03).
           05  DK-DL-LOAN-COUNT      PIC 9(03).
           05  DK-DL-CAP             PIC 9(03).
           05  FILLER                PIC X(20).
       01  DK-DATA-TRAILER REDEFINES DK-DATA-AREA.
           05  FILLER                PIC X(01).
           05  DK-DT-BRANCH          PIC X(03).
           05  DK-DT-RECORD-COUNT    PIC 9(07).
           05  FILLER                PIC X(69).

      *  The section titles and column lines, by section number.
       01  DK-SECTION-VALUES.
           05  FILLER                PIC X(48) VALUE
               "SECTION 1 - DESK RULES".
           05  FILLER                PIC X(40) VALUE SPACES.
           05  FILLER                PIC X(40) VALUE SPACES.
           05  FILLER                PIC X(48) VALUE
               "SECTION 2 - BORROWERS TO REFUSE".
           05  FILLER                PIC X(40) VALUE
               "BORR#  NAME                      REASON ".
           05  FILLER                PIC X(40) VALUE
               "  EXPIRY            OWED".
           05  FILLER                PIC X(48) VALUE
               "SECTION 3 - BOOKS ON HOLD - SET ASIDE".
           05  FILLER                PIC X(40) VALUE
               "BOOK ID  TITLE                         ".
           05  FILLER                PIC X(40) VALUE
               " FOR    NAME             PLACED    AT".
           05  FILLER                PIC X(48) VALUE
               "SECTION 4 - CURRENT LOANS BY BORROWER".
           05  FILLER                PIC X(40) VALUE
               "BORR#  BOOK ID  TITLE                  ".
           05  FILLER                PIC X(40) VALUE
               "        DUE DATE  LENT AT".
           05  FILLER                PIC X(48) VALUE
               "SECTION 5 - OFFLINE CAPTURE SHEET".
           05  FILLER                PIC X(40) VALUE
               "T  BOOK ID  BORR#  DATE      TIME      ".
           05  FILLER                PIC X(40) VALUE
               "INITIALS".
       01  DK-SECTION-TABLE REDEFINES DK-SECTION-VALUES.
           05  DK-SECTION-ENTRY OCCURS 5 TIMES.
               10  DK-SECTION-TITLE  PIC X(48).
               10  DK-SECTION-COLUMNS
                                     PIC X(80).
       01  DK-SECTION-MAX            PIC 9(01) VALUE 5.
       01  DK-CUR-SECTION            PIC 9(01).
       01  DK-NEXT-SECTION           PIC 9(01).

       01  DK-CUR-BRANCH             PIC X(03).
       01  DK-BRANCH-NAME            PIC X(30).
       01  DK-BRANCH-TOKEN           PIC X(03).
       01  DK-PRINT-NAME             PIC X(12).
       01  DK-DATA-NAME              PIC X(12).
       01  DK-SEQ                    PIC 9(07).
       01  DK-CAPTURE-IX             PIC 9(03).

       01  DK-PAGE-COUNT             PIC 9(05).
       01  DK-LINE-COUNT             PIC 9(05).
       01  DK-PACK-LINE-COUNT        PIC 9(07).
       01  DK-DATA-COUNT             PIC 9(07).

       01  DK-COUNTERS.
           05  DK-LOANS-READ         PIC 9(07).
           05  DK-BORROWERS-READ     PIC 9(07).
           05  DK-REFUSALS           PIC 9(07).
           05  DK-HOLDS-LISTED       PIC 9(07).
           05  DK-NO-BRANCH          PIC 9(07).
           05  DK-PACKS-MADE         PIC 9(05).

       COPY RUNDATE.

       COPY DATESVCA.

       COPY STEPLOGC.

       COPY FINESVCA.

       COPY BLOCKSVA.

       COPY RPTREGC.

       01  DK-HEADING-1.
           05  FILLER                PIC X(30) VALUE
               "DOWNPACK  DOWNTIME DESK PACK".
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(09) VALUE "RUN DATE ".
           05  DK-H1-DATE            PIC X(10).
           05  FILLER                PIC X(08) VALUE "   PAGE ".
           05  DK-H1-PAGE            PIC ZZZ9.
       01  DK-HEADING-2.
           05  FILLER                PIC X(08) VALUE "BRANCH: ".
           05  DK-H2-BRANCH          PIC X(05).
           05  DK-H2-BRANCH-NAME     PIC X(31).
           05  FILLER                PIC X(06) VALUE "AS OF ".
           05  DK-H2-AS-OF           PIC X(16).
       01  DK-HEADING-3.
           05  FILLER                PIC X(40) VALUE
               "*** FOR USE ONLY WHILE THE SYSTEM IS DOW".
           05  FILLER                PIC X(41) VALUE
               "N - DESTROY WHEN A NEWER PACK ARRIVES ***".

       01  DK-REFUSE-LINE.
           05  DK-RL-BORROWER-NO     PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DK-RL-NAME            PIC X(25).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DK-RL-REASON          PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DK-RL-EXPIRY          PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DK-RL-OWED            PIC ZZZ,ZZ9.99.
           05  DK-RL-OWED-X REDEFINES DK-RL-OWED
                                     PIC X(10).

       01  DK-HOLD-LINE.
           05  DK-HL-BOOK-ID         PIC 9(07).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DK-HL-TITLE           PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DK-HL-BORROWER-NO     PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DK-HL-NAME            PIC X(15).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DK-HL-PLACED          PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DK-HL-PICKUP          PIC X(04).

       01  DK-BORROWER-LINE.
           05  DK-BL-BORROWER-NO     PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DK-BL-NAME            PIC X(25).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(04) VALUE "CAT ".
           05  DK-BL-CATEGORY        PIC X(01).
           05  FILLER                PIC X(06) VALUE "  OUT ".
           05  DK-BL-COUNT           PIC ZZ9.
           05  FILLER                PIC X(04) VALUE " OF ".
           05  DK-BL-CAP             PIC ZZ9.
           05  DK-BL-CAP-X REDEFINES DK-BL-CAP
                                     PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DK-BL-FLAG            PIC X(15).

       01  DK-LOAN-LINE.
           05  FILLER                PIC X(07) VALUE SPACES.
           05  DK-LL-BOOK-ID         PIC 9(07).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DK-LL-TITLE           PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DK-LL-DUE-DATE        PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DK-LL-BRANCH          PIC X(04).

       01  DK-CATEGORY-LINE.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  DK-CL-CATEGORY        PIC X(01).
           05  FILLER                PIC X(11) VALUE SPACES.
           05  DK-CL-PERIOD          PIC ZZ9.
           05  FILLER                PIC X(07) VALUE SPACES.
           05  DK-CL-CAP             PIC ZZ9.
           05  DK-CL-CAP-X REDEFINES DK-CL-CAP
                                     PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DK-CL-BARRED          PIC X(50).

       01  DK-POLICY-LINE.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  DK-PO-GENRE           PIC X(10).
           05  FILLER                PIC X(08) VALUE SPACES.
           05  DK-PO-PERIOD          PIC ZZ9.
           05  FILLER                PIC X(07) VALUE SPACES.
           05  DK-PO-CAP             PIC ZZ9.
           05  DK-PO-CAP-X REDEFINES DK-PO-CAP
                                     PIC X(03).

       01  DK-LIMIT-LINE.
           05  FILLER                PIC X(21) VALUE
               "THE DESK LIMIT IS ".
           05  DK-LM-LIMIT           PIC ZZ9.99.
           05  FILLER                PIC X(30) VALUE
               " OWED.".

       01  DK-END-LINE.
           05  FILLER                PIC X(16) VALUE
               "END OF PACK - ".
           05  DK-EL-LINES           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(16) VALUE
               " LINES, AS OF ".
           05  DK-EL-AS-OF           PIC X(16).

       01  DK-LOG-LINE.
           05  DK-LG-PRINT-NAME      PIC X(14).
           05  DK-LG-BRANCH          PIC X(05).
           05  DK-LG-BRANCH-NAME     PIC X(31).
           05  DK-LG-PAGES           PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DK-LG-LINES           PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "DOWN-PACK" TO SL-STEP-NAME
           MOVE "START" TO SL-STEP-ACTION
           CALL "STEP-LOG" USING SL-STEP-LOG-AREA
           END-CALL
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE < 8
               PERFORM 2000-BUILD-RULES THRU 2000-EXIT
               PERFORM 2500-LIST-REFUSALS THRU 2500-EXIT
               PERFORM 3000-LIST-HOLDS THRU 3000-EXIT
               SORT LoanSortFile
                   ON ASCENDING KEY DK-L-BORROWER-NO
                   ON ASCENDING KEY DK-L-BOOK-ID
                   INPUT PROCEDURE IS 3500-SELECT-LOANS THRU 3500-EXIT
                   OUTPUT PROCEDURE IS 4000-LIST-LOANS THRU 4000-EXIT
               PERFORM 4500-CAPTURE-SHEETS THRU 4500-EXIT
               CLOSE WorkFile
               SORT PackSortFile
                   ON ASCENDING KEY DK-S-BRANCH
                   ON ASCENDING KEY DK-S-SECTION
                   ON ASCENDING KEY DK-S-KEY
                   ON ASCENDING KEY DK-S-SEQ
                   USING WorkFile
                   OUTPUT PROCEDURE IS 5000-PRINT-PACKS THRU 5000-EXIT
           END-IF
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           MOVE "DOWN-PACK" TO SL-STEP-NAME
           MOVE "STOP" TO SL-STEP-ACTION
           CALL "STEP-LOG" USING SL-STEP-LOG-AREA
           END-CALL
           GOBACK.

      *****************************************************************
      *  1000-INITIALIZE - the as-of stamp, the sources and the
      *  branch and category tables.  BOOKLOAN.DAT and BORROWER.DAT
      *  are the pack; without either there is nothing safe to
      *  print.
      *****************************************************************
       1000-INITIALIZE.
           MOVE ZEROS TO DK-COUNTERS DK-SEQ
           ACCEPT DK-AS-OF-DATE FROM DATE YYYYMMDD
           ACCEPT DK-AS-OF-TIME FROM TIME
           MOVE DK-AS-OF-DATE (1:4) TO DK-AO-YEAR
           MOVE DK-AS-OF-DATE (5:2) TO DK-AO-MONTH
           MOVE DK-AS-OF-DATE (7:2) TO DK-AO-DAY
           MOVE DK-AS-OF-TIME (1:2) TO DK-AO-HOUR
           MOVE DK-AS-OF-TIME (3:2) TO DK-AO-MINUTE
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           DISPLAY "DOWNPACK  DOWNTIME DESK PACK  RUN DATE: "
                   RD-RUN-DATE-DISPLAY "  AS OF " DK-AS-OF-DISPLAY
           MOVE "A" TO DS-FUNCTION
           MOVE DK-AS-OF-DATE TO DS-DATE-1
           MOVE DK-EXPIRY-LOOKAHEAD TO DS-DAYS
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           MOVE DS-DATE-2 TO DK-EXPIRY-LIMIT
           OPEN INPUT LoanFile
           IF NOT DK-LOANFILE-OK
               DISPLAY "BOOKLOAN.DAT OPEN failed - status "
                       DK-LOANFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           SET DK-LOANS-OPEN TO TRUE
           OPEN INPUT BorrowerFile
           IF NOT DK-BORRFILE-OK
               DISPLAY "BORROWER.DAT OPEN failed - status "
                       DK-BORRFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           SET DK-BORROWERS-OPEN TO TRUE
      *    BOOKS.DAT only supplies titles and the holding branch -
      *    absent, the titles print blank.
           OPEN INPUT BookFile
           IF DK-BOOKFILE-OK
               SET DK-BOOKS-OPEN TO TRUE
           ELSE
               DISPLAY "BOOKS.DAT not available - titles left blank."
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN INPUT PlanFile
           IF DK-PLANFILE-OK
               SET DK-PLANS-OPEN TO TRUE
           END-IF
           OPEN INPUT HoldFile
           IF DK-HOLDFILE-OK
               SET DK-HOLDS-OPEN TO TRUE
           ELSE
               DISPLAY "BOOKHOLD.DAT not available - status "
                       DK-HOLDFILE-STATUS "."
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 1100-LOAD-BRANCHES THRU 1100-EXIT
           PERFORM 1200-LOAD-CATEGORIES THRU 1200-EXIT
           OPEN OUTPUT WorkFile
           IF NOT DK-WORKFILE-OK
               DISPLAY "DOWNPACK.WRK OPEN failed - status "
                       DK-WORKFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           DISPLAY SPACES
           DISPLAY "PACK FILE     BRANCH                          "
                   "        PAGES     LINES"
           DISPLAY "----------------------------------------"
                   "----------------------------------------".
       1000-EXIT.
           EXIT.

      *  Without BRANCHES.DAT every loan and hold goes in the main
      *  building's pack.
       1100-LOAD-BRANCHES.
           MOVE SPACES TO DK-BR-CODE (1)
           MOVE "MAIN BUILDING" TO DK-BR-NAME (1)
           MOVE 1 TO DK-BR-USED
           OPEN INPUT BranchFile
           IF NOT DK-BRNFILE-OK
               DISPLAY "BRANCHES.DAT not available - main building"
                       " pack only."
               GO TO 1100-EXIT
           END-IF
           MOVE "N" TO DK-EOF-SWITCH
           PERFORM 1110-LOAD-ONE-BRANCH THRU 1110-EXIT
               UNTIL DK-FILE-EOF
           CLOSE BranchFile.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-BRANCH.
           READ BranchFile NEXT RECORD
               AT END
                   SET DK-FILE-EOF TO TRUE
                   GO TO 1110-EXIT
           END-READ
           IF BN-BRANCH-CODE = SPACES
               GO TO 1110-EXIT
           END-IF
           IF DK-BR-USED NOT < DK-BRANCH-MAX
               DISPLAY "Branch table full - branch " BN-BRANCH-CODE
                       " goes in the main building's pack."
               GO TO 1110-EXIT
           END-IF
           ADD 1 TO DK-BR-USED
           MOVE BN-BRANCH-CODE TO DK-BR-CODE (DK-BR-USED)
           MOVE BN-BRANCH-NAME TO DK-BR-NAME (DK-BR-USED).
       1110-EXIT.
           EXIT.

      *  The category table as BOOKLOAN reads it - a category's
      *  period and cap replace the *DEFAULT* figures when set, and
      *  its barred genres are refused outright.
       1200-LOAD-CATEGORIES.
           MOVE ZEROS TO DK-CT-USED
           OPEN INPUT CategoryFile
           IF NOT DK-CATFILE-OK
               DISPLAY "CATPRIV.DAT not available - status "
                       DK-CATFILE-STATUS "."
               MOVE 4 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF
           SET DK-CATEGORY-READ TO TRUE
           MOVE "N" TO DK-EOF-SWITCH
           PERFORM 1210-LOAD-ONE-CATEGORY THRU 1210-EXIT
               UNTIL DK-FILE-EOF
           CLOSE CategoryFile.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-CATEGORY.
           READ CategoryFile NEXT RECORD
               AT END
                   SET DK-FILE-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF DK-CT-USED NOT < DK-CAT-MAX
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO DK-CT-USED
           MOVE CG-CATEGORY         TO DK-CT-CATEGORY (DK-CT-USED)
           MOVE CG-LOAN-PERIOD-DAYS TO DK-CT-PERIOD (DK-CT-USED)
           MOVE CG-MAX-LOANS        TO DK-CT-MAX-LOANS (DK-CT-USED)
           MOVE SPACES TO DK-CT-BARRED (DK-CT-USED)
           MOVE 1 TO DK-BARRED-POINTER
           PERFORM 1220-ADD-BARRED-GENRE THRU 1220-EXIT
               VARYING DK-GENRE-IX FROM 1 BY 1
               UNTIL DK-GENRE-IX > 5.
       1210-EXIT.
           EXIT.

       1220-ADD-BARRED-GENRE.
           IF CG-BARRED-GENRE (DK-GENRE-IX) = SPACES
               GO TO 1220-EXIT
           END-IF
           STRING CG-BARRED-GENRE (DK-GENRE-IX) DELIMITED BY SPACE
                  " "                          DELIMITED BY SIZE
               INTO DK-CT-BARRED (DK-CT-USED)
               WITH POINTER DK-BARRED-POINTER
               ON OVERFLOW
                   CONTINUE
           END-STRING.
       1220-EXIT.
           EXIT.

      *****************************************************************
      *  2000-BUILD-RULES - the desk rules, worded once and copied
      *  into every branch's pack.  A source that could not be read
      *  is warned of first, so the desk knows the lists are short.
      *****************************************************************
       2000-BUILD-RULES.
           MOVE ZEROS TO DK-RULE-USED
           IF NOT DK-HOLDS-OPEN
               MOVE "*** BOOKHOLD.DAT NOT READ - NO HOLDS LISTED ***"
                   TO DK-RULE-TEXT
               PERFORM 2010-ADD-RULE THRU 2010-EXIT
           END-IF
           IF NOT DK-CATEGORY-READ
               MOVE "*** CATPRIV.DAT NOT READ - NO CATEGORY RULES ***"
                   TO DK-RULE-TEXT
               PERFORM 2010-ADD-RULE THRU 2010-EXIT
           END-IF
           PERFORM 2100-READ-POLICIES THRU 2100-EXIT
           IF NOT DK-POLICY-READ
               MOVE "*** LOANPOL.DAT NOT READ - NO GENRE RULES ***"
                   TO DK-RULE-TEXT
               PERFORM 2010-ADD-RULE THRU 2010-EXIT
           END-IF
           IF DK-RULE-USED > ZEROS
               MOVE SPACES TO DK-RULE-TEXT
               PERFORM 2010-ADD-RULE THRU 2010-EXIT
           END-IF
           PERFORM 2005-ADD-FIXED-RULE THRU 2005-EXIT
               VARYING DK-RULE-IX FROM 1 BY 1
               UNTIL DK-RULE-IX > DK-FIXED-RULE-COUNT
           MOVE DK-FINE-LIMIT TO DK-LM-LIMIT
           MOVE DK-LIMIT-LINE TO DK-RULE-TEXT
           PERFORM 2010-ADD-RULE THRU 2010-EXIT
           MOVE SPACES TO DK-RULE-TEXT
           PERFORM 2010-ADD-RULE THRU 2010-EXIT
           IF DK-CATEGORY-READ
               MOVE "LOAN DAYS AND CAP BY BORROWER CATEGORY:"
                   TO DK-RULE-TEXT
               PERFORM 2010-ADD-RULE THRU 2010-EXIT
               MOVE "CATEGORY  LOAN DAYS  LOAN CAP  BARRED GENRES"
                   TO DK-RULE-TEXT
               PERFORM 2010-ADD-RULE THRU 2010-EXIT
               PERFORM 2020-RULE-ONE-CATEGORY THRU 2020-EXIT
                   VARYING DK-CT-IX FROM 1 BY 1
                   UNTIL DK-CT-IX > DK-CT-USED
               MOVE SPACES TO DK-RULE-TEXT
               PERFORM 2010-ADD-RULE THRU 2010-EXIT
           END-IF
           PERFORM 2200-RULE-POLICIES THRU 2200-EXIT
           PERFORM 2050-WRITE-RULES THRU 2050-EXIT
               VARYING DK-BR-IX FROM 1 BY 1
               UNTIL DK-BR-IX > DK-BR-USED.
       2000-EXIT.
           EXIT.

       2005-ADD-FIXED-RULE.
           MOVE DK-FIXED-RULE (DK-RULE-IX) TO DK-RULE-TEXT
           PERFORM 2010-ADD-RULE THRU 2010-EXIT.
       2005-EXIT.
           EXIT.

       2010-ADD-RULE.
           IF DK-RULE-USED NOT < DK-RULE-MAX
               GO TO 2010-EXIT
           END-IF
           ADD 1 TO DK-RULE-USED
           MOVE DK-RULE-TEXT TO DK-RULE-LINE (DK-RULE-USED).
       2010-EXIT.
           EXIT.

       2020-RULE-ONE-CATEGORY.
           MOVE DK-CT-CATEGORY (DK-CT-IX) TO DK-CL-CATEGORY
           IF DK-CT-PERIOD (DK-CT-IX) > ZEROS
               MOVE DK-CT-PERIOD (DK-CT-IX) TO DK-CL-PERIOD
           ELSE
               MOVE DK-DEFAULT-PERIOD TO DK-CL-PERIOD
           END-IF
           IF DK-CT-MAX-LOANS (DK-CT-IX) > ZEROS
               MOVE DK-CT-MAX-LOANS (DK-CT-IX) TO DK-CL-CAP
           ELSE
               MOVE DK-DEFAULT-CAP TO DK-CL-CAP
           END-IF
           IF DK-CL-CAP-X = "999"
               MOVE "ANY" TO DK-CL-CAP-X
           END-IF
           IF DK-CT-BARRED (DK-CT-IX) = SPACES
               MOVE "NONE" TO DK-CL-BARRED
           ELSE
               MOVE DK-CT-BARRED (DK-CT-IX) TO DK-CL-BARRED
           END-IF
           MOVE DK-CATEGORY-LINE TO DK-RULE-TEXT
           PERFORM 2010-ADD-RULE THRU 2010-EXIT.
       2020-EXIT.
           EXIT.

       2050-WRITE-RULES.
           PERFORM 2060-WRITE-ONE-RULE THRU 2060-EXIT
               VARYING DK-RULE-IX FROM 1 BY 1
               UNTIL DK-RULE-IX > DK-RULE-USED.
       2050-EXIT.
           EXIT.

       2060-WRITE-ONE-RULE.
           MOVE DK-BR-CODE (DK-BR-IX) TO DK-P-BRANCH
           MOVE 1 TO DK-P-SECTION
           MOVE SPACES TO DK-P-KEY DK-P-DATA
           MOVE DK-RULE-LINE (DK-RULE-IX) TO DK-P-LINE
           PERFORM 6900-WRITE-WORK THRU 6900-EXIT.
       2060-EXIT.
           EXIT.

      *  The *DEFAULT* record on LOANPOL.DAT sets the overall period
      *  and cap, as BOOKLOAN picks them up at start.
       2100-READ-POLICIES.
           OPEN INPUT PolicyFile
           IF NOT DK-POLFILE-OK
               DISPLAY "LOANPOL.DAT not available - status "
                       DK-POLFILE-STATUS "."
               MOVE 4 TO RETURN-CODE
               GO TO 2100-EXIT
           END-IF
           SET DK-POLICY-READ TO TRUE
           MOVE "N" TO DK-EOF-SWITCH
           PERFORM 2110-READ-ONE-POLICY THRU 2110-EXIT
               UNTIL DK-FILE-EOF
           CLOSE PolicyFile.
       2100-EXIT.
           EXIT.

       2110-READ-ONE-POLICY.
           READ PolicyFile NEXT RECORD
               AT END
                   SET DK-FILE-EOF TO TRUE
                   GO TO 2110-EXIT
           END-READ
           IF PL-DEFAULT-POLICY
               MOVE PL-LOAN-PERIOD-DAYS TO DK-DEFAULT-PERIOD
               MOVE PL-MAX-LOANS        TO DK-DEFAULT-CAP
           END-IF.
       2110-EXIT.
           EXIT.

      *  A genre record sets the period for its books, and its cap
      *  applies when it is the lower.  Any other genre takes the
      *  *DEFAULT* terms.
       2200-RULE-POLICIES.
           MOVE "LOAN DAYS AND CAP BY GENRE - THE LOWER CAP APPLIES:"
               TO DK-RULE-TEXT
           PERFORM 2010-ADD-RULE THRU 2010-EXIT
           MOVE "    GENRE       LOAN DAYS  LOAN CAP" TO DK-RULE-TEXT
           PERFORM 2010-ADD-RULE THRU 2010-EXIT
           MOVE "ALL OTHERS"      TO DK-PO-GENRE
           MOVE DK-DEFAULT-PERIOD TO DK-PO-PERIOD
           MOVE DK-DEFAULT-CAP    TO DK-PO-CAP
           IF DK-DEFAULT-CAP = DK-NO-CAP
               MOVE "ANY" TO DK-PO-CAP-X
           END-IF
           MOVE DK-POLICY-LINE TO DK-RULE-TEXT
           PERFORM 2010-ADD-RULE THRU 2010-EXIT
           IF NOT DK-POLICY-READ
               GO TO 2200-EXIT
           END-IF
           OPEN INPUT PolicyFile
           IF NOT DK-POLFILE-OK
               GO TO 2200-EXIT
           END-IF
           MOVE "N" TO DK-EOF-SWITCH
           PERFORM 2210-RULE-ONE-POLICY THRU 2210-EXIT
               UNTIL DK-FILE-EOF
           CLOSE PolicyFile.
       2200-EXIT.
           EXIT.

       2210-RULE-ONE-POLICY.
           READ PolicyFile NEXT RECORD
               AT END
                   SET DK-FILE-EOF TO TRUE
                   GO TO 2210-EXIT
           END-READ
           IF PL-DEFAULT-POLICY
               GO TO 2210-EXIT
           END-IF
           MOVE PL-GENRE            TO DK-PO-GENRE
           MOVE PL-LOAN-PERIOD-DAYS TO DK-PO-PERIOD
           MOVE PL-MAX-LOANS        TO DK-PO-CAP
           IF PL-MAX-LOANS = DK-NO-CAP
               MOVE "ANY" TO DK-PO-CAP-X
           END-IF
           MOVE DK-POLICY-LINE TO DK-RULE-TEXT
           PERFORM 2010-ADD-RULE THRU 2010-EXIT.
       2210-EXIT.
           EXIT.

      *****************************************************************
      *  2500-LIST-REFUSALS - every borrower BOOKLOAN would turn
      *  away, or will within the lookahead, into every pack.
      *****************************************************************
       2500-LIST-REFUSALS.
           MOVE "N" TO DK-EOF-SWITCH
           PERFORM 2510-CHECK-ONE-BORROWER THRU 2510-EXIT
               UNTIL DK-FILE-EOF.
       2500-EXIT.
           EXIT.

       2510-CHECK-ONE-BORROWER.
           READ BorrowerFile NEXT RECORD
               AT END
                   SET DK-FILE-EOF TO TRUE
                   GO TO 2510-EXIT
           END-READ
           ADD 1 TO DK-BORROWERS-READ
           PERFORM 6000-CHECK-REFUSAL THRU 6000-EXIT
           IF NOT DK-REFUSE-BORROWER
               GO TO 2510-EXIT
           END-IF
           ADD 1 TO DK-REFUSALS
           MOVE BW-BORROWER-NO   TO DK-RL-BORROWER-NO
           MOVE BW-BORROWER-NAME TO DK-RL-NAME
           MOVE DK-REASON        TO DK-RL-REASON
           IF DK-REFUSE-EXPIRY > ZEROS
               MOVE DK-REFUSE-EXPIRY TO DK-RL-EXPIRY
           ELSE
               MOVE SPACES TO DK-RL-EXPIRY
           END-IF
           IF DK-REFUSE-OWED > ZEROS
               MOVE DK-REFUSE-OWED TO DK-RL-OWED
           ELSE
               MOVE SPACES TO DK-RL-OWED-X
           END-IF
           MOVE SPACES TO DK-DATA-AREA
           SET DK-D-REFUSE TO TRUE
           MOVE BW-BORROWER-NO   TO DK-DB-BORROWER-NO
           MOVE BW-BORROWER-NAME TO DK-DB-NAME
           MOVE DK-REASON        TO DK-DB-REASON
           MOVE DK-REFUSE-EXPIRY TO DK-DB-EXPIRY-DATE
           MOVE DK-REFUSE-OWED   TO DK-DB-OWED
           MOVE 2 TO DK-P-SECTION
           MOVE SPACES TO DK-P-KEY
           MOVE BW-BORROWER-NO TO DK-P-KEY (1:5)
           MOVE DK-REFUSE-LINE TO DK-P-LINE
           MOVE DK-DATA-AREA   TO DK-P-DATA
           PERFORM 2520-WRITE-REFUSAL THRU 2520-EXIT
               VARYING DK-BR-IX FROM 1 BY 1
               UNTIL DK-BR-IX > DK-BR-USED.
       2510-EXIT.
           EXIT.

       2520-WRITE-REFUSAL.
           MOVE DK-BR-CODE (DK-BR-IX) TO DK-P-BRANCH
           PERFORM 6900-WRITE-WORK THRU 6900-EXIT.
       2520-EXIT.
           EXIT.

      *****************************************************************
      *  3000-LIST-HOLDS - every waiting hold, in the pack of the
      *  branch holding the book, oldest hold first.
      *****************************************************************
       3000-LIST-HOLDS.
           IF NOT DK-HOLDS-OPEN
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO DK-EOF-SWITCH
           PERFORM 3100-LIST-ONE-HOLD THRU 3100-EXIT
               UNTIL DK-FILE-EOF
           CLOSE HoldFile
           MOVE "N" TO DK-HOLDS-SWITCH.
       3000-EXIT.
           EXIT.

       3100-LIST-ONE-HOLD.
           READ HoldFile
               AT END
                   SET DK-FILE-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF NOT HD-WAITING
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO DK-HOLDS-LISTED
           MOVE HD-BOOK-ID TO BK-BOOK-ID
           PERFORM 6200-LOOKUP-BOOK THRU 6200-EXIT
           MOVE DK-BOOK-BRANCH TO DK-P-BRANCH
           PERFORM 6300-FIND-BRANCH THRU 6300-EXIT
           MOVE HD-BOOK-ID       TO DK-HL-BOOK-ID
           MOVE DK-BOOK-TITLE    TO DK-HL-TITLE
           MOVE HD-BORROWER-NO   TO DK-HL-BORROWER-NO
           MOVE HD-BORROWER      TO DK-HL-NAME
           MOVE HD-PLACED-DATE   TO DK-HL-PLACED
           IF HD-PICKUP-BRANCH = SPACES
               MOVE "MAIN" TO DK-HL-PICKUP
           ELSE
               MOVE HD-PICKUP-BRANCH TO DK-HL-PICKUP
           END-IF
           MOVE SPACES TO DK-DATA-AREA
           SET DK-D-HOLD TO TRUE
           MOVE HD-BOOK-ID       TO DK-DW-BOOK-ID
           MOVE DK-BOOK-TITLE    TO DK-DW-TITLE
           MOVE HD-BORROWER-NO   TO DK-DW-BORROWER-NO
           MOVE HD-PLACED-DATE   TO DK-DW-PLACED-DATE
           MOVE HD-PLACED-TIME   TO DK-DW-PLACED-TIME
           MOVE HD-PICKUP-BRANCH TO DK-DW-PICKUP-BRANCH
           MOVE DK-BR-CODE (DK-BR-FOUND) TO DK-P-BRANCH
           MOVE 3 TO DK-P-SECTION
           MOVE SPACES TO DK-P-KEY
           MOVE HD-BOOK-ID     TO DK-P-KEY (1:7)
           MOVE HD-PLACED-DATE TO DK-P-KEY (8:8)
           MOVE HD-PLACED-TIME TO DK-P-KEY (16:8)
           MOVE DK-HOLD-LINE TO DK-P-LINE
           MOVE DK-DATA-AREA TO DK-P-DATA
           PERFORM 6900-WRITE-WORK THRU 6900-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3500-SELECT-LOANS - the books out, for sorting by borrower.
      *****************************************************************
       3500-SELECT-LOANS.
           MOVE "N" TO DK-EOF-SWITCH
           PERFORM 3510-SELECT-ONE-LOAN THRU 3510-EXIT
               UNTIL DK-FILE-EOF.
       3500-EXIT.
           EXIT.

       3510-SELECT-ONE-LOAN.
           READ LoanFile NEXT RECORD
               AT END
                   SET DK-FILE-EOF TO TRUE
                   GO TO 3510-EXIT
           END-READ
           IF NOT LN-ON-LOAN
               GO TO 3510-EXIT
           END-IF
           ADD 1 TO DK-LOANS-READ
           MOVE LN-BORROWER-NO TO DK-L-BORROWER-NO
           MOVE LN-BOOK-ID     TO DK-L-BOOK-ID
           MOVE LN-BORROWER    TO DK-L-BORROWER
           MOVE LN-DUE-DATE    TO DK-L-DUE-DATE
           MOVE LN-BRANCH      TO DK-L-BRANCH
           RELEASE DK-L-SORT-RECORD.
       3510-EXIT.
           EXIT.

      *****************************************************************
      *  4000-LIST-LOANS - the loans come back by borrower.  Each
      *  borrower's whole list, headed by the count against the
      *  cap, goes into the pack of every branch that lent one of
      *  the books - the desk there sees everything the borrower
      *  has out, not just its own loans.
      *****************************************************************
       4000-LIST-LOANS.
           MOVE "N" TO DK-SORT-EOF-SWITCH
           PERFORM 4900-RETURN-LOAN THRU 4900-EXIT
           PERFORM 4100-ONE-BORROWER THRU 4100-EXIT
               UNTIL DK-SORT-EOF.
       4000-EXIT.
           EXIT.

       4100-ONE-BORROWER.
           MOVE DK-L-BORROWER-NO TO DK-CUR-BORROWER-NO
           MOVE DK-L-BORROWER    TO DK-CUR-BORROWER
           MOVE ZEROS TO DK-LT-USED DK-LOAN-COUNT
           PERFORM 4110-COLLECT-LOAN THRU 4110-EXIT
               UNTIL DK-SORT-EOF
                  OR DK-L-BORROWER-NO NOT = DK-CUR-BORROWER-NO
           PERFORM 4200-BORROWER-TERMS THRU 4200-EXIT
           PERFORM 4300-LIST-FOR-BRANCH THRU 4300-EXIT
               VARYING DK-LT-IX FROM 1 BY 1
               UNTIL DK-LT-IX > DK-LT-USED.
       4100-EXIT.
           EXIT.

       4110-COLLECT-LOAN.
           ADD 1 TO DK-LOAN-COUNT
           IF DK-LT-USED < DK-LOAN-MAX
               ADD 1 TO DK-LT-USED
               MOVE DK-L-BOOK-ID  TO DK-LT-BOOK-ID (DK-LT-USED)
               MOVE DK-L-DUE-DATE TO DK-LT-DUE-DATE (DK-LT-USED)
               MOVE DK-L-BRANCH   TO DK-LT-BRANCH (DK-LT-USED)
               MOVE DK-L-BRANCH   TO DK-P-BRANCH
               PERFORM 6300-FIND-BRANCH THRU 6300-EXIT
               MOVE DK-BR-FOUND TO DK-LT-BRANCH-IX (DK-LT-USED)
           END-IF
           PERFORM 4900-RETURN-LOAN THRU 4900-EXIT.
       4110-EXIT.
           EXIT.

      *  The borrower's cap as BOOKLOAN sets it - the category's
      *  when it carries one, else the overall cap - and whether
      *  the borrower is refused outright.
       4200-BORROWER-TERMS.
           MOVE DK-DEFAULT-CAP TO DK-CUR-CAP
           MOVE DK-CUR-BORROWER-NO TO BW-BORROWER-NO
           READ BorrowerFile
               INVALID KEY
                   MOVE SPACES TO DK-CUR-CATEGORY
                   MOVE "N" TO DK-REFUSE-SWITCH
                   GO TO 4200-EXIT
           END-READ
           MOVE BW-BORROWER-NAME TO DK-CUR-BORROWER
           MOVE BW-CATEGORY TO DK-CUR-CATEGORY
           IF DK-CUR-CATEGORY = SPACE
               MOVE "A" TO DK-CUR-CATEGORY
           END-IF
           PERFORM 4210-MATCH-CATEGORY THRU 4210-EXIT
               VARYING DK-CT-IX FROM 1 BY 1
               UNTIL DK-CT-IX > DK-CT-USED
           PERFORM 6000-CHECK-REFUSAL THRU 6000-EXIT.
       4200-EXIT.
           EXIT.

       4210-MATCH-CATEGORY.
           IF DK-CT-CATEGORY (DK-CT-IX) = DK-CUR-CATEGORY
               AND DK-CT-MAX-LOANS (DK-CT-IX) > ZEROS
               MOVE DK-CT-MAX-LOANS (DK-CT-IX) TO DK-CUR-CAP
           END-IF.
       4210-EXIT.
           EXIT.

      *  Once per lending branch - the first loan at each branch
      *  sends the whole list there.
       4300-LIST-FOR-BRANCH.
           MOVE "N" TO DK-EARLIER-SWITCH
           PERFORM 4310-CHECK-EARLIER THRU 4310-EXIT
               VARYING DK-LT-EARLIER FROM 1 BY 1
               UNTIL DK-LT-EARLIER NOT < DK-LT-IX
                  OR DK-BRANCH-DONE
           IF DK-BRANCH-DONE
               GO TO 4300-EXIT
           END-IF
           MOVE DK-LT-BRANCH-IX (DK-LT-IX) TO DK-GROUP-BRANCH-IX
           MOVE DK-CUR-BORROWER-NO TO DK-BL-BORROWER-NO
           MOVE DK-CUR-BORROWER    TO DK-BL-NAME
           MOVE DK-CUR-CATEGORY    TO DK-BL-CATEGORY
           MOVE DK-LOAN-COUNT      TO DK-BL-COUNT
           MOVE DK-CUR-CAP         TO DK-BL-CAP
           IF DK-CUR-CAP = DK-NO-CAP
               MOVE "ANY" TO DK-BL-CAP-X
           END-IF
           EVALUATE TRUE
               WHEN DK-REFUSE-BORROWER
                   MOVE "REFUSE - SEC 2" TO DK-BL-FLAG
               WHEN DK-LOAN-COUNT NOT < DK-CUR-CAP
                   MOVE "AT CAP" TO DK-BL-FLAG
               WHEN OTHER
                   MOVE SPACES TO DK-BL-FLAG
           END-EVALUATE
           MOVE DK-BR-CODE (DK-GROUP-BRANCH-IX) TO DK-P-BRANCH
           MOVE 4 TO DK-P-SECTION
           MOVE SPACES TO DK-P-KEY DK-P-DATA
           MOVE DK-CUR-BORROWER-NO TO DK-P-KEY (1:5)
           MOVE "0" TO DK-P-KEY (6:1)
           MOVE DK-BORROWER-LINE TO DK-P-LINE
           PERFORM 6900-WRITE-WORK THRU 6900-EXIT
           PERFORM 4320-WRITE-LOAN-LINE THRU 4320-EXIT
               VARYING DK-LT-EARLIER FROM 1 BY 1
               UNTIL DK-LT-EARLIER > DK-LT-USED.
       4300-EXIT.
           EXIT.

       4310-CHECK-EARLIER.
           IF DK-LT-BRANCH-IX (DK-LT-EARLIER)
                   = DK-LT-BRANCH-IX (DK-LT-IX)
               SET DK-BRANCH-DONE TO TRUE
           END-IF.
       4310-EXIT.
           EXIT.

       4320-WRITE-LOAN-LINE.
           MOVE DK-LT-BOOK-ID (DK-LT-EARLIER) TO BK-BOOK-ID
           PERFORM 6200-LOOKUP-BOOK THRU 6200-EXIT
           MOVE DK-LT-BOOK-ID (DK-LT-EARLIER)  TO DK-LL-BOOK-ID
           MOVE DK-BOOK-TITLE                  TO DK-LL-TITLE
           MOVE DK-LT-DUE-DATE (DK-LT-EARLIER) TO DK-LL-DUE-DATE
           IF DK-LT-BRANCH (DK-LT-EARLIER) = SPACES
               MOVE "MAIN" TO DK-LL-BRANCH
           ELSE
               MOVE DK-LT-BRANCH (DK-LT-EARLIER) TO DK-LL-BRANCH
           END-IF
           MOVE SPACES TO DK-DATA-AREA
           SET DK-D-LOAN TO TRUE
           MOVE DK-CUR-BORROWER-NO             TO DK-DL-BORROWER-NO
           MOVE DK-LT-BOOK-ID (DK-LT-EARLIER)  TO DK-DL-BOOK-ID
           MOVE DK-BOOK-TITLE                  TO DK-DL-TITLE
           MOVE DK-LT-DUE-DATE (DK-LT-EARLIER) TO DK-DL-DUE-DATE
           MOVE DK-LT-BRANCH (DK-LT-EARLIER)   TO DK-DL-LOAN-BRANCH
           MOVE DK-LOAN-COUNT                  TO DK-DL-LOAN-COUNT
           MOVE DK-CUR-CAP                     TO DK-DL-CAP
           MOVE DK-BR-CODE (DK-GROUP-BRANCH-IX) TO DK-P-BRANCH
           MOVE 4 TO DK-P-SECTION
           MOVE SPACES TO DK-P-KEY
           MOVE DK-CUR-BORROWER-NO TO DK-P-KEY (1:5)
           MOVE "1" TO DK-P-KEY (6:1)
           MOVE DK-LT-BOOK-ID (DK-LT-EARLIER) TO DK-P-KEY (7:7)
           MOVE DK-LOAN-LINE TO DK-P-LINE
           MOVE DK-DATA-AREA TO DK-P-DATA
           PERFORM 6900-WRITE-WORK THRU 6900-EXIT.
       4320-EXIT.
           EXIT.

       4900-RETURN-LOAN.
           RETURN LoanSortFile
               AT END
                   SET DK-SORT-EOF TO TRUE
           END-RETURN.
       4900-EXIT.
           EXIT.

      *****************************************************************
      *  4500-CAPTURE-SHEETS - ruled lines in the OFFCAP layout for
      *  every pack: transaction L or R, book id, borrower number,
      *  date YYYYMMDD and time HHMMSS00.
      *****************************************************************
       4500-CAPTURE-SHEETS.
           PERFORM 4510-CAPTURE-ONE-BRANCH THRU 4510-EXIT
               VARYING DK-BR-IX FROM 1 BY 1
               UNTIL DK-BR-IX > DK-BR-USED.
       4500-EXIT.
           EXIT.

       4510-CAPTURE-ONE-BRANCH.
           MOVE DK-BR-CODE (DK-BR-IX) TO DK-P-BRANCH
           MOVE 5 TO DK-P-SECTION
           MOVE SPACES TO DK-P-KEY DK-P-DATA
           MOVE "L = LOAN  R = RETURN     DATE YYYYMMDD  TIME HHMMSS00"
               TO DK-P-LINE
           PERFORM 6900-WRITE-WORK THRU 6900-EXIT
           MOVE SPACES TO DK-P-LINE
           PERFORM 6900-WRITE-WORK THRU 6900-EXIT
           MOVE "_  _______  _____  ________  ________   ________"
               TO DK-P-LINE
           PERFORM 4520-WRITE-CAPTURE-LINE THRU 4520-EXIT
               VARYING DK-CAPTURE-IX FROM 1 BY 1
               UNTIL DK-CAPTURE-IX > DK-CAPTURE-LINES.
       4510-EXIT.
           EXIT.

       4520-WRITE-CAPTURE-LINE.
           PERFORM 6900-WRITE-WORK THRU 6900-EXIT.
       4520-EXIT.
           EXIT.

      *****************************************************************
      *  5000-PRINT-PACKS - the lines come back by branch and
      *  section.  Each branch opens its own print and data files;
      *  a section with nothing in it still prints its title with
      *  NOTHING TO LIST, so a blank section is never read as a
      *  missing page.  The capture sheet starts on a page of its
      *  own.
      *****************************************************************
       5000-PRINT-PACKS.
           MOVE "N" TO DK-SORT-EOF-SWITCH
           PERFORM 5900-RETURN-LINE THRU 5900-EXIT
           PERFORM 5100-PRINT-ONE-LINE THRU 5100-EXIT
               UNTIL DK-SORT-EOF
           IF DK-BRANCH-STARTED
               PERFORM 5600-END-BRANCH THRU 5600-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-LINE.
           IF DK-BRANCH-STARTED
               AND DK-S-BRANCH NOT = DK-CUR-BRANCH
               PERFORM 5600-END-BRANCH THRU 5600-EXIT
           END-IF
           IF NOT DK-BRANCH-STARTED
               PERFORM 5200-START-BRANCH THRU 5200-EXIT
           END-IF
           IF DK-S-SECTION NOT = DK-CUR-SECTION
               MOVE DK-S-SECTION TO DK-NEXT-SECTION
               PERFORM 5300-START-SECTION THRU 5300-EXIT
           END-IF
           IF DK-LINE-COUNT NOT < DK-LINES-PER-PAGE
               PERFORM 5400-PRINT-HEADINGS THRU 5400-EXIT
           END-IF
           MOVE DK-S-LINE TO DK-PRINT-RECORD
           PERFORM 5800-PUT-LINE THRU 5800-EXIT
           IF DK-S-DATA NOT = SPACES
               MOVE DK-S-DATA TO DK-DATA-AREA
               PERFORM 5850-PUT-DATA THRU 5850-EXIT
           END-IF
           PERFORM 5900-RETURN-LINE THRU 5900-EXIT.
       5100-EXIT.
           EXIT.

       5200-START-BRANCH.
           SET DK-BRANCH-STARTED TO TRUE
           MOVE DK-S-BRANCH TO DK-CUR-BRANCH
           MOVE DK-S-BRANCH TO DK-BRANCH-TOKEN
           INSPECT DK-BRANCH-TOKEN REPLACING ALL SPACE BY "_"
           MOVE ZEROS TO DK-CUR-SECTION DK-PAGE-COUNT DK-LINE-COUNT
                         DK-PACK-LINE-COUNT DK-DATA-COUNT
           MOVE DK-CUR-BRANCH TO DK-P-BRANCH
           PERFORM 6300-FIND-BRANCH THRU 6300-EXIT
           MOVE DK-BR-NAME (DK-BR-FOUND) TO DK-BRANCH-NAME
           MOVE SPACES TO DK-PRINT-NAME DK-DATA-NAME
           STRING "DOWN"          DELIMITED BY SIZE
                  DK-BRANCH-TOKEN DELIMITED BY SIZE
                  ".PRT"          DELIMITED BY SIZE
               INTO DK-PRINT-NAME
           STRING "DOWN"          DELIMITED BY SIZE
                  DK-BRANCH-TOKEN DELIMITED BY SIZE
                  ".DAT"          DELIMITED BY SIZE
               INTO DK-DATA-NAME
           OPEN OUTPUT PrintFile
           IF DK-PRTFILE-OK
               SET DK-PRINT-OPEN TO TRUE
           ELSE
               DISPLAY "Pack " DK-PRINT-NAME " not opened - status "
                       DK-PRTFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN OUTPUT DataFile
           IF DK-DATFILE-OK
               SET DK-DATA-OPEN TO TRUE
           ELSE
               DISPLAY "Pack data " DK-DATA-NAME " not opened -"
                       " status " DK-DATFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE SPACES TO DK-DATA-AREA
           SET DK-D-HEADER TO TRUE
           MOVE DK-CUR-BRANCH  TO DK-DH-BRANCH
           MOVE DK-BRANCH-NAME TO DK-DH-BRANCH-NAME
           MOVE DK-AS-OF-DATE  TO DK-DH-AS-OF-DATE
           MOVE DK-AS-OF-TIME  TO DK-DH-AS-OF-TIME
           MOVE DK-FINE-LIMIT  TO DK-DH-FINE-LIMIT
           PERFORM 5850-PUT-DATA THRU 5850-EXIT
           PERFORM 5400-PRINT-HEADINGS THRU 5400-EXIT.
       5200-EXIT.
           EXIT.

      *  Any section skipped on the way gets its title and NOTHING
      *  TO LIST before the new one starts.
       5300-START-SECTION.
           PERFORM 5310-EMPTY-SECTION THRU 5310-EXIT
               UNTIL DK-CUR-SECTION + 1 NOT < DK-NEXT-SECTION
           MOVE DK-NEXT-SECTION TO DK-CUR-SECTION
           IF DK-CUR-SECTION = DK-SECTION-MAX
               PERFORM 5400-PRINT-HEADINGS THRU 5400-EXIT
           ELSE
               PERFORM 5410-PRINT-SECTION-TITLE THRU 5410-EXIT
           END-IF.
       5300-EXIT.
           EXIT.

       5310-EMPTY-SECTION.
           ADD 1 TO DK-CUR-SECTION
           PERFORM 5410-PRINT-SECTION-TITLE THRU 5410-EXIT
           MOVE "   NOTHING TO LIST" TO DK-PRINT-RECORD
           PERFORM 5800-PUT-LINE THRU 5800-EXIT.
       5310-EXIT.
           EXIT.

      *  Every page carries the branch and the as-of stamp, and a
      *  page that continues a section repeats its title.
       5400-PRINT-HEADINGS.
           ADD 1 TO DK-PAGE-COUNT
           MOVE RD-RUN-DATE-DISPLAY TO DK-H1-DATE
           MOVE DK-PAGE-COUNT       TO DK-H1-PAGE
           IF DK-CUR-BRANCH = SPACES
               MOVE "MAIN" TO DK-H2-BRANCH
           ELSE
               MOVE DK-CUR-BRANCH TO DK-H2-BRANCH
           END-IF
           MOVE DK-BRANCH-NAME      TO DK-H2-BRANCH-NAME
           MOVE DK-AS-OF-DISPLAY    TO DK-H2-AS-OF
           MOVE SPACES TO DK-PRINT-RECORD
           PERFORM 5800-PUT-LINE THRU 5800-EXIT
           MOVE DK-HEADING-1 TO DK-PRINT-RECORD
           PERFORM 5800-PUT-LINE THRU 5800-EXIT
           MOVE DK-HEADING-2 TO DK-PRINT-RECORD
           PERFORM 5800-PUT-LINE THRU 5800-EXIT
           MOVE DK-HEADING-3 TO DK-PRINT-RECORD
           PERFORM 5800-PUT-LINE THRU 5800-EXIT
           MOVE ZEROS TO DK-LINE-COUNT
           IF DK-CUR-SECTION > ZEROS
               PERFORM 5420-PUT-SECTION-TITLE THRU 5420-EXIT
           END-IF.
       5400-EXIT.
           EXIT.

       5410-PRINT-SECTION-TITLE.
           IF DK-LINE-COUNT + 6 > DK-LINES-PER-PAGE
               PERFORM 5400-PRINT-HEADINGS THRU 5400-EXIT
           ELSE
               PERFORM 5420-PUT-SECTION-TITLE THRU 5420-EXIT
           END-IF.
       5410-EXIT.
           EXIT.

       5420-PUT-SECTION-TITLE.
           MOVE SPACES TO DK-PRINT-RECORD
           PERFORM 5800-PUT-LINE THRU 5800-EXIT
           MOVE DK-SECTION-TITLE (DK-CUR-SECTION) TO DK-PRINT-RECORD
           PERFORM 5800-PUT-LINE THRU 5800-EXIT
           IF DK-SECTION-COLUMNS (DK-CUR-SECTION) NOT = SPACES
               MOVE DK-SECTION-COLUMNS (DK-CUR-SECTION)
                   TO DK-PRINT-RECORD
               PERFORM 5800-PUT-LINE THRU 5800-EXIT
           END-IF
           MOVE "----------------------------------------"
               TO DK-PRINT-RECORD
           PERFORM 5800-PUT-LINE THRU 5800-EXIT.
       5420-EXIT.
           EXIT.

      *  The pack closes on its line count and the as-of stamp
      *  again, is registered for RPTBROWS, and is logged on SYSOUT.
       5600-END-BRANCH.
           IF DK-CUR-SECTION < DK-SECTION-MAX
               MOVE DK-SECTION-MAX TO DK-NEXT-SECTION
               ADD 1 TO DK-NEXT-SECTION
               PERFORM 5310-EMPTY-SECTION THRU 5310-EXIT
                   UNTIL DK-CUR-SECTION + 1 NOT < DK-NEXT-SECTION
           END-IF
           MOVE "----------------------------------------"
               TO DK-PRINT-RECORD
           PERFORM 5800-PUT-LINE THRU 5800-EXIT
           MOVE DK-PACK-LINE-COUNT TO DK-EL-LINES
           MOVE DK-AS-OF-DISPLAY   TO DK-EL-AS-OF
           MOVE DK-END-LINE TO DK-PRINT-RECORD
           PERFORM 5800-PUT-LINE THRU 5800-EXIT
           IF DK-PRINT-OPEN
               CLOSE PrintFile
               MOVE "N" TO DK-PRINT-SWITCH
           END-IF
           MOVE SPACES TO DK-DATA-AREA
           SET DK-D-TRAILER TO TRUE
           MOVE DK-CUR-BRANCH TO DK-DT-BRANCH
           MOVE DK-DATA-COUNT TO DK-DT-RECORD-COUNT
           PERFORM 5850-PUT-DATA THRU 5850-EXIT
           IF DK-DATA-OPEN
               CLOSE DataFile
               MOVE "N" TO DK-DATA-SWITCH
           END-IF
           MOVE "DOWN-PACK"        TO RG2-REPORT-NAME
           MOVE DK-PAGE-COUNT      TO RG2-PAGE-COUNT
           MOVE DK-PACK-LINE-COUNT TO RG2-LINE-COUNT
           IF DK-PRTFILE-OK
               MOVE DK-PRINT-NAME TO RG2-OUTPUT-NAME
           ELSE
               MOVE "SYSOUT" TO RG2-OUTPUT-NAME
           END-IF
           MOVE DK-BRANCH-TOKEN    TO RG2-BRANCH
           CALL "RPT-REG" USING RG2-RPT-REG-AREA
           END-CALL
           MOVE RG2-OUTPUT-NAME    TO DK-LG-PRINT-NAME
           MOVE DK-H2-BRANCH       TO DK-LG-BRANCH
           MOVE DK-BRANCH-NAME     TO DK-LG-BRANCH-NAME
           MOVE DK-PAGE-COUNT      TO DK-LG-PAGES
           MOVE DK-PACK-LINE-COUNT TO DK-LG-LINES
           DISPLAY DK-LOG-LINE
           ADD 1 TO DK-PACKS-MADE
           MOVE "N" TO DK-BRANCH-SWITCH.
       5600-EXIT.
           EXIT.

       5800-PUT-LINE.
           IF DK-PRINT-OPEN
               WRITE DK-PRINT-RECORD
           END-IF
           ADD 1 TO DK-LINE-COUNT DK-PACK-LINE-COUNT.
       5800-EXIT.
           EXIT.

      *  The trailer counts the records before it, header included.
       5850-PUT-DATA.
           IF DK-DATA-OPEN
               WRITE DK-DATA-RECORD FROM DK-DATA-AREA
           END-IF
           ADD 1 TO DK-DATA-COUNT.
       5850-EXIT.
           EXIT.

       5900-RETURN-LINE.
           RETURN PackSortFile
               AT END
                   SET DK-SORT-EOF TO TRUE
           END-RETURN.
       5900-EXIT.
           EXIT.

      *****************************************************************
      *  6000-CHECK-REFUSAL - would BOOKLOAN turn this borrower
      *  away?  BW-BORROWER-RECORD holds the borrower.  A membership
      *  expired, or running out inside the lookahead, is one
      *  reason; more owed on FINE-SVC than the desk limit is the
      *  other, unless a payment plan is in good standing.  A block
      *  on BLOCK-SVC that stops loans refuses whatever else holds,
      *  and its type is the reason the desk sees.
      *****************************************************************
       6000-CHECK-REFUSAL.
           MOVE "N" TO DK-REFUSE-SWITCH
           MOVE SPACES TO DK-REASON
           MOVE ZEROS TO DK-REFUSE-EXPIRY DK-REFUSE-OWED
           IF BW-EXPIRY-DATE IS NUMERIC
               AND BW-EXPIRY-DATE > ZEROS
               AND BW-EXPIRY-DATE < DK-EXPIRY-LIMIT
               SET DK-REFUSE-BORROWER TO TRUE
               MOVE BW-EXPIRY-DATE TO DK-REFUSE-EXPIRY
               IF BW-EXPIRY-DATE < DK-AS-OF-DATE
                   MOVE "EXPIRED" TO DK-REASON
               ELSE
                   MOVE "EXPIRES" TO DK-REASON
               END-IF
           END-IF
           MOVE "B" TO FS-FUNCTION
           MOVE BW-BORROWER-NO TO FS-BORROWER-NO
           MOVE SPACES TO FS-BORROWER-NAME
           MOVE ZEROS TO FS-AMOUNT
           CALL "FINE-SVC" USING FS-FINE-SVC-AREA
           END-CALL
           IF FS-STATUS NOT = "00"
               OR FS-BALANCE NOT > DK-FINE-LIMIT
               GO TO 6000-BLOCKS
           END-IF
           PERFORM 6100-CHECK-PAYMENT-PLAN THRU 6100-EXIT
           IF DK-PLAN-GOOD
               GO TO 6000-BLOCKS
           END-IF
           MOVE FS-BALANCE TO DK-REFUSE-OWED
           IF DK-REFUSE-BORROWER
               MOVE "BOTH" TO DK-REASON
           ELSE
               SET DK-REFUSE-BORROWER TO TRUE
               MOVE "FINES" TO DK-REASON
           END-IF.
       6000-BLOCKS.
           MOVE "C" TO BA-FUNCTION
           MOVE BW-BORROWER-NO TO BA-BORROWER-NO
           MOVE DK-AS-OF-DATE TO BA-AS-OF-DATE
           CALL "BLOCK-SVC" USING BA-BLOCK-SVC-AREA
           END-CALL
           IF BA-STATUS NOT = "00"
               OR NOT BA-LOANS-STOPPED
               GO TO 6000-EXIT
           END-IF
           SET DK-REFUSE-BORROWER TO TRUE
           MOVE "BLOCK" TO DK-REASON
           PERFORM 6150-FIND-LOAN-BLOCK THRU 6150-EXIT
               VARYING DK-BLOCK-IX FROM 1 BY 1
               UNTIL DK-BLOCK-IX > BA-BLOCK-COUNT.
       6000-EXIT.
           EXIT.

      *  In good standing as BOOKLOAN judges it - an active plan,
      *  every installment due before today paid in full, and no
      *  more owed than the plan has left plus the desk limit.
       6100-CHECK-PAYMENT-PLAN.
           MOVE "N" TO DK-PLAN-GOOD-SWITCH
           IF NOT DK-PLANS-OPEN
               GO TO 6100-EXIT
           END-IF
           MOVE BW-BORROWER-NO TO PY-BORROWER-NO
           READ PlanFile
               INVALID KEY
                   MOVE SPACE TO PY-PLAN-STATUS
           END-READ
           IF NOT PY-PLAN-ACTIVE
               GO TO 6100-EXIT
           END-IF
           COMPUTE DK-PLAN-OWING = PY-PLAN-AMOUNT - PY-PAID-TOTAL
                                 + DK-FINE-LIMIT
           IF FS-BALANCE > DK-PLAN-OWING
               GO TO 6100-EXIT
           END-IF
           MOVE "Y" TO DK-PLAN-GOOD-SWITCH
           MOVE 1 TO DK-PLAN-IX
           PERFORM 6110-CHECK-ONE-INSTALLMENT THRU 6110-EXIT
               UNTIL DK-PLAN-IX > PY-INSTALLMENT-COUNT
                  OR NOT DK-PLAN-GOOD.
       6100-EXIT.
           EXIT.

       6110-CHECK-ONE-INSTALLMENT.
           IF PY-IN-DUE-DATE (DK-PLAN-IX) < DK-AS-OF-DATE
               AND PY-IN-AMOUNT-PAID (DK-PLAN-IX)
                       < PY-IN-AMOUNT-DUE (DK-PLAN-IX)
               MOVE "N" TO DK-PLAN-GOOD-SWITCH
           END-IF
           ADD 1 TO DK-PLAN-IX.
       6110-EXIT.
           EXIT.

      *  The first block shown that stops loans names the reason.
       6150-FIND-LOAN-BLOCK.
           IF DK-REASON (7:2) NOT = SPACES
               GO TO 6150-EXIT
           END-IF
           IF BA-BL-STOPS (DK-BLOCK-IX) (1:5) = "LOANS"
               MOVE BA-BL-TYPE (DK-BLOCK-IX) TO DK-REASON (7:2)
           END-IF.
       6150-EXIT.
           EXIT.

      *  Title and holding branch for BK-BOOK-ID.
       6200-LOOKUP-BOOK.
           MOVE SPACES TO DK-BOOK-TITLE DK-BOOK-BRANCH
           IF NOT DK-BOOKS-OPEN
               GO TO 6200-EXIT
           END-IF
           READ BookFile
               INVALID KEY
                   MOVE "*NOT ON CATALOG*" TO DK-BOOK-TITLE
               NOT INVALID KEY
                   MOVE BK-BOOK-NAME TO DK-BOOK-TITLE
                   MOVE BK-BRANCH    TO DK-BOOK-BRANCH
           END-READ.
       6200-EXIT.
           EXIT.

      *  The table entry for the branch code in DK-P-BRANCH - a code
      *  not on BRANCHES.DAT falls to the main building, entry 1.
       6300-FIND-BRANCH.
           MOVE 1 TO DK-BR-FOUND
           PERFORM 6310-MATCH-BRANCH THRU 6310-EXIT
               VARYING DK-BR-SCAN FROM 1 BY 1
               UNTIL DK-BR-SCAN > DK-BR-USED
           IF DK-BR-CODE (DK-BR-FOUND) NOT = DK-P-BRANCH
               ADD 1 TO DK-NO-BRANCH
           END-IF.
       6300-EXIT.
           EXIT.

       6310-MATCH-BRANCH.
           IF DK-BR-CODE (DK-BR-SCAN) = DK-P-BRANCH
               MOVE DK-BR-SCAN TO DK-BR-FOUND
           END-IF.
       6310-EXIT.
           EXIT.

       6900-WRITE-WORK.
           ADD 1 TO DK-SEQ
           MOVE DK-SEQ TO DK-P-SEQ
           WRITE DK-WORK-RECORD FROM DK-PACK-LINE.
       6900-EXIT.
           EXIT.

       8000-TERMINATE.
           IF DK-LOANS-OPEN
               CLOSE LoanFile
           END-IF
           IF DK-BORROWERS-OPEN
               CLOSE BorrowerFile
           END-IF
           IF DK-BOOKS-OPEN
               CLOSE BookFile
           END-IF
           IF DK-PLANS-OPEN
               CLOSE PlanFile
           END-IF
           IF DK-HOLDS-OPEN
               CLOSE HoldFile
           END-IF
           DISPLAY "----------------------------------------"
                   "----------------------------------------"
           DISPLAY "Loans out listed:        " DK-LOANS-READ
           DISPLAY "Borrowers checked:       " DK-BORROWERS-READ
           DISPLAY "Borrowers to refuse:     " DK-REFUSALS
           DISPLAY "Waiting holds listed:    " DK-HOLDS-LISTED
           DISPLAY "Packs written:           " DK-PACKS-MADE
           IF DK-NO-BRANCH > ZEROS
               DISPLAY "Lines for branches not on BRANCHES.DAT, put"
                       " in the main building's pack: " DK-NO-BRANCH
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.
