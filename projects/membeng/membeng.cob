       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MEMBENG.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  MEMBENG
      *
      *  Active-membership and borrower engagement analysis - the
      *  figures the council asks for every year.  For a keyed
      *  quarter (YYYYQ, or quarter 0 for the whole year) it joins
      *  BORROWER.DAT to the loans on LOANHIST.DAT, read by the
      *  borrower-number key, and counts every borrower registered
      *  by the end of the period into one of:
      *
      *      active          borrowed in the period
      *      recent          borrowed in the 12 months to the end of
      *                      the period, but not in the period
      *      dormant         borrowed once, nothing in those 12
      *                      months
      *      never borrowed  no loan on the live file or any
      *                      LHAyyyy.DAT archive
      *
      *  It goes on to the new registrations per month per home
      *  branch (BW-HOME-BRANCH), the share of the period's loans
      *  taken by the busiest tenth of the active borrowers, and the
      *  renewal rate of memberships that expired in the period - a
      *  renewal is seen by the expiry it replaced (BW-PRIOR-EXPIRY,
      *  stamped by BORRMNT), a lapse by an expiry in the period
      *  already past and not renewed.
      *
      *  Loans anonymised by RETAIN belong to nobody and are left
      *  out of the borrower figures; a borrower RETAIN has removed
      *  is no longer counted.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BorrowerFile ASSIGN TO "BORROWER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BW-BORROWER-NO
               FILE STATUS IS EG-BORRFILE-STATUS.
           SELECT LoanHistFile ASSIGN TO "LOANHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-HISTORY-KEY
               ALTERNATE RECORD KEY IS LH-BORROWER-NO WITH DUPLICATES
               ALTERNATE RECORD KEY IS LH-EVENT-DATE WITH DUPLICATES
               FILE STATUS IS EG-HISTFILE-STATUS.
           SELECT ArchiveFile ASSIGN TO EG-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EG-ARCHFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BorrowerFile.
       COPY BORRREC.

       FD LoanHistFile.
       COPY LOANHIST.

      *  An LHAyyyy.DAT archive record is a LOANHIST image - only
      *  the event date, code and borrower number are wanted here.
       FD ArchiveFile.
       01  EG-ARCH-RECORD.
           05  FILLER                PIC X(07).
           05  EG-AR-EVENT-DATE      PIC 9(08).
           05  FILLER                PIC X(08).
           05  EG-AR-TXN-CODE        PIC X(01).
               88  EG-AR-LOAN-EVENT  VALUE "L".
           05  FILLER                PIC X(25).
           05  EG-AR-BORROWER-NO     PIC 9(05).
           05  FILLER                PIC X(11).

       WORKING-STORAGE SECTION.
       01  EG-BORRFILE-STATUS        PIC X(02).
           88  EG-BORRFILE-OK        VALUE "00".

       01  EG-HISTFILE-STATUS        PIC X(02).
           88  EG-HISTFILE-OK        VALUE "00".

       01  EG-ARCHFILE-STATUS        PIC X(02).
           88  EG-ARCHFILE-OK        VALUE "00".

       01  EG-EOF-SWITCH             PIC X(01).
           88  EG-FILE-EOF           VALUE "Y".

       01  EG-HIST-EOF-SWITCH        PIC X(01).
           88  EG-HIST-EOF           VALUE "Y".

       01  EG-HIST-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  EG-HIST-OPEN          VALUE "Y".

       01  EG-SYSTEM-DATE            PIC 9(08).

      *  The period keyed, and its first and last dates.
       01  EG-PERIOD-KEY             PIC 9(05).
       01  EG-PERIOD-PARTS REDEFINES EG-PERIOD-KEY.
           05  EG-PERIOD-YEAR        PIC 9(04).
           05  EG-PERIOD-QUARTER     PIC 9(01).
       01  EG-PERIOD-START           PIC 9(08).
       01  EG-START-PARTS REDEFINES EG-PERIOD-START.
           05  EG-START-YEAR         PIC 9(04).
           05  EG-START-MONTH        PIC 9(02).
           05  EG-START-DAY          PIC 9(02).
       01  EG-PERIOD-END             PIC 9(08).
       01  EG-END-PARTS REDEFINES EG-PERIOD-END.
           05  EG-END-YEAR           PIC 9(04).
           05  EG-END-MMDD           PIC 9(04).
       01  EG-MONTH-COUNT            PIC 9(02).

      *  The twelve months ending with the period.
       01  EG-YEAR-START             PIC 9(08).
       01  EG-YEAR-START-PARTS REDEFINES EG-YEAR-START.
           05  EG-YS-YEAR            PIC 9(04).
           05  EG-YS-MMDD            PIC 9(04).

      *  Quarter 0 is the whole year.
       01  EG-QUARTER-DATES          PIC X(40) VALUE
           "0101123101010331040106300701093010011231".
       01  EG-QUARTER-TABLE REDEFINES EG-QUARTER-DATES.
           05  EG-QUARTER-ENTRY OCCURS 5 TIMES.
               10  EG-QT-START-MMDD  PIC 9(04).
               10  EG-QT-END-MMDD    PIC 9(04).
       01  EG-QUARTER-IX             PIC 9(01).

       01  EG-MONTH-NAMES            PIC X(36) VALUE
           "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
       01  EG-MONTH-NAME-TABLE REDEFINES EG-MONTH-NAMES.
           05  EG-MONTH-NAME         PIC X(03) OCCURS 12 TIMES.

      *  One byte per borrower number - Y when a loan turns up in
      *  an archive, so an old borrower is dormant, not never; R
      *  when one of them falls in the twelve months.
       01  EG-ARCHIVED-TABLE.
           05  EG-ARCHIVED           PIC X(01) OCCURS 99999 TIMES.
       01  EG-ARCH-NAME              PIC X(16).
       01  EG-ARCH-YEARS-BACK        PIC 9(02) VALUE 30.
       01  EG-ARCH-YEAR              PIC 9(04).
       01  EG-FIRST-ARCH-YEAR        PIC 9(04).
       01  EG-ARCH-FILE-COUNT        PIC 9(03) VALUE ZEROS.

      *  One borrower's loans, off LOANHIST.DAT.
       01  EG-BORR-LOANS             PIC 9(05).
       01  EG-BORR-RECENT-SWITCH     PIC X(01).
           88  EG-BORR-RECENT        VALUE "Y".
       01  EG-BORR-EVER-SWITCH       PIC X(01).
           88  EG-BORR-EVER          VALUE "Y".

       01  EG-REGISTERED-COUNT       PIC 9(07) VALUE ZEROS.
       01  EG-ACTIVE-COUNT           PIC 9(07) VALUE ZEROS.
       01  EG-RECENT-COUNT           PIC 9(07) VALUE ZEROS.
       01  EG-DORMANT-COUNT          PIC 9(07) VALUE ZEROS.
       01  EG-NEVER-COUNT            PIC 9(07) VALUE ZEROS.
       01  EG-PERIOD-LOANS           PIC 9(07) VALUE ZEROS.
       01  EG-NEW-COUNT              PIC 9(07) VALUE ZEROS.
       01  EG-LINE-COUNT             PIC 9(07).

      *  Active borrowers by their number of loans in the period -
      *  the busiest tenth is taken from the top down.  The last
      *  slot holds everyone with that many or more.
       01  EG-LOAD-MAX               PIC 9(03) VALUE 999.
       01  EG-LOAD-TABLE.
           05  EG-LOAD-ENTRY OCCURS 999 TIMES.
               10  EG-LD-BORROWERS   PIC 9(07).
               10  EG-LD-LOANS       PIC 9(09).
       01  EG-LOAD-IX                PIC 9(03).
       01  EG-TOP-WANTED             PIC 9(07).
       01  EG-TOP-TAKEN              PIC 9(07).
       01  EG-TOP-TAKE               PIC 9(07).
       01  EG-TOP-LOANS              PIC 9(09).
       01  EG-TOP-SHARE              PIC 9(03)V9.

      *  Memberships expiring in the period.
       01  EG-RENEWED-COUNT          PIC 9(07) VALUE ZEROS.
       01  EG-LAPSED-COUNT           PIC 9(07) VALUE ZEROS.
       01  EG-PENDING-COUNT          PIC 9(07) VALUE ZEROS.
       01  EG-EXPIRED-COUNT          PIC 9(07).
       01  EG-RENEWAL-RATE           PIC 9(03)V9.

      *  New registrations by home branch and month of the period.
       01  EG-BRANCH-MAX             PIC 9(02) VALUE 20.
       01  EG-BRANCH-TABLE.
           05  EG-BR-ENTRY OCCURS 20 TIMES.
               10  EG-BR-CODE        PIC X(03).
               10  EG-BR-MONTH       PIC 9(05) OCCURS 12 TIMES.
               10  EG-BR-TOTAL       PIC 9(05).
       01  EG-BR-USED                PIC 9(02) VALUE ZEROS.
       01  EG-BR-IX                  PIC 9(02).
       01  EG-BR-HIT-IX              PIC 9(02).
       01  EG-MONTH-IX               PIC 9(02).
       01  EG-REG-MONTH              PIC 9(02).
       01  EG-UNPLACED-COUNT         PIC 9(05) VALUE ZEROS.

       COPY DATESVCA.

       COPY RUNDATE.

       01  EG-HEADING-1.
           05  FILLER                PIC X(09) VALUE "MEMBENG".
           05  FILLER                PIC X(30) VALUE
               "MEMBERSHIP ENGAGEMENT".
           05  FILLER                PIC X(10) VALUE "RUN DATE:".
           05  EG-H1-DATE            PIC X(10).

       01  EG-HEADING-2.
           05  FILLER                PIC X(09) VALUE "PERIOD".
           05  EG-H2-START           PIC 9(08).
           05  FILLER                PIC X(04) VALUE " TO ".
           05  EG-H2-END             PIC 9(08).
           05  FILLER                PIC X(19) VALUE
               "   12 MONTHS FROM ".
           05  EG-H2-YEAR-START      PIC 9(08).

       01  EG-COUNT-LINE.
           05  EG-CL-LABEL           PIC X(40).
           05  EG-CL-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  EG-CL-PERCENT         PIC ZZ9.9.
           05  EG-CL-PCT-SIGN        PIC X(01).

       01  EG-MONTH-HEADING.
           05  FILLER                PIC X(06) VALUE "BRANCH".
           05  EG-MH-MONTH           PIC X(05) OCCURS 12 TIMES.
           05  EG-MH-TOTAL           PIC X(06).

       01  EG-MONTH-LINE.
           05  EG-ML-BRANCH          PIC X(06).
           05  EG-ML-MONTH           PIC ZZZ9B OCCURS 12 TIMES.
           05  EG-ML-TOTAL           PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZEROS
               PERFORM 2000-FLAG-ARCHIVED-BORROWERS THRU 2000-EXIT
               PERFORM 3000-WEIGH-BORROWERS THRU 3000-EXIT
               PERFORM 4000-PRINT-ANALYSIS THRU 4000-EXIT
           END-IF
           GOBACK.

       1000-INITIALIZE.
           ACCEPT EG-SYSTEM-DATE FROM DATE YYYYMMDD
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           MOVE RD-RUN-DATE-DISPLAY TO EG-H1-DATE
           DISPLAY "Period (YYYYQ - quarter 1 to 4, 0 = the year) : "
               WITH NO ADVANCING
           ACCEPT EG-PERIOD-KEY
           IF EG-PERIOD-KEY NOT NUMERIC
               OR EG-PERIOD-YEAR = ZEROS
               OR EG-PERIOD-QUARTER > 4
               DISPLAY "Period must be keyed as YYYYQ, Q 0 to 4."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           ADD 1 EG-PERIOD-QUARTER GIVING EG-QUARTER-IX
           MOVE EG-PERIOD-YEAR TO EG-START-YEAR EG-END-YEAR
           MOVE EG-QT-START-MMDD (EG-QUARTER-IX) TO EG-PERIOD-START
                                                        (5:4)
           MOVE EG-QT-END-MMDD (EG-QUARTER-IX) TO EG-END-MMDD
           IF EG-PERIOD-QUARTER = ZEROS
               MOVE 12 TO EG-MONTH-COUNT
           ELSE
               MOVE 3 TO EG-MONTH-COUNT
           END-IF
      *    The twelve months run from the day after the period end a
      *    year earlier.
           MOVE EG-PERIOD-END TO EG-YEAR-START
           SUBTRACT 1 FROM EG-YS-YEAR
           MOVE "A" TO DS-FUNCTION
           MOVE EG-YEAR-START TO DS-DATE-1
           MOVE 1 TO DS-DAYS
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           MOVE DS-DATE-2 TO EG-YEAR-START
           SUBTRACT EG-ARCH-YEARS-BACK FROM EG-PERIOD-YEAR
               GIVING EG-FIRST-ARCH-YEAR
           MOVE SPACES TO EG-ARCHIVED-TABLE
           MOVE ZEROS TO EG-LOAD-TABLE
           MOVE ZEROS TO EG-BRANCH-TABLE
           OPEN INPUT BorrowerFile
           IF NOT EG-BORRFILE-OK
               DISPLAY "BORROWER.DAT OPEN failed - status "
                       EG-BORRFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
      *    Without the live history every borrower reads as never
      *    having borrowed outside the archives - the run still
      *    gives the registration and renewal figures.
           OPEN INPUT LoanHistFile
           IF EG-HISTFILE-OK
               SET EG-HIST-OPEN TO TRUE
           ELSE
               DISPLAY "LOANHIST.DAT not available - status "
                       EG-HISTFILE-STATUS " - no loans counted."
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-FLAG-ARCHIVED-BORROWERS - every LHAyyyy.DAT archive
      *  found, for loans up to the end of the period.
      *****************************************************************
       2000-FLAG-ARCHIVED-BORROWERS.
           PERFORM 2100-FLAG-ONE-ARCHIVE THRU 2100-EXIT
               VARYING EG-ARCH-YEAR FROM EG-FIRST-ARCH-YEAR BY 1
               UNTIL EG-ARCH-YEAR > EG-PERIOD-YEAR.
       2000-EXIT.
           EXIT.

       2100-FLAG-ONE-ARCHIVE.
           MOVE SPACES TO EG-ARCH-NAME
           STRING "LHA"        DELIMITED BY SIZE
                  EG-ARCH-YEAR DELIMITED BY SIZE
                  ".DAT"       DELIMITED BY SIZE
               INTO EG-ARCH-NAME
           OPEN INPUT ArchiveFile
           IF NOT EG-ARCHFILE-OK
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO EG-ARCH-FILE-COUNT
           MOVE "N" TO EG-EOF-SWITCH
           PERFORM 2110-FLAG-ONE-EVENT THRU 2110-EXIT
               UNTIL EG-FILE-EOF
           CLOSE ArchiveFile.
       2100-EXIT.
           EXIT.

       2110-FLAG-ONE-EVENT.
           READ ArchiveFile
               AT END
                   SET EG-FILE-EOF TO TRUE
                   GO TO 2110-EXIT
           END-READ
           IF EG-AR-LOAN-EVENT
               AND EG-AR-BORROWER-NO IS NUMERIC
               AND EG-AR-BORROWER-NO > ZEROS
               AND EG-AR-EVENT-DATE NOT > EG-PERIOD-END
               IF EG-AR-EVENT-DATE NOT < EG-YEAR-START
                   MOVE "R" TO EG-ARCHIVED (EG-AR-BORROWER-NO)
               ELSE
                   IF EG-ARCHIVED (EG-AR-BORROWER-NO) = SPACE
                       MOVE "Y" TO EG-ARCHIVED (EG-AR-BORROWER-NO)
                   END-IF
               END-IF
           END-IF.
       2110-EXIT.
           EXIT.

      *****************************************************************
      *  3000-WEIGH-BORROWERS - one pass of the borrower master.  A
      *  borrower registered after the period is left out.
      *****************************************************************
       3000-WEIGH-BORROWERS.
           MOVE "N" TO EG-EOF-SWITCH
           PERFORM 3100-WEIGH-ONE-BORROWER THRU 3100-EXIT
               UNTIL EG-FILE-EOF
           CLOSE BorrowerFile
           IF EG-HIST-OPEN
               CLOSE LoanHistFile
           END-IF.
       3000-EXIT.
           EXIT.

       3100-WEIGH-ONE-BORROWER.
           READ BorrowerFile NEXT RECORD
               AT END
                   SET EG-FILE-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF BW-REGISTER-DATE IS NUMERIC
               AND BW-REGISTER-DATE > EG-PERIOD-END
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO EG-REGISTERED-COUNT
           PERFORM 3200-COUNT-BORROWER-LOANS THRU 3200-EXIT
           EVALUATE TRUE
               WHEN EG-BORR-LOANS > ZEROS
                   ADD 1 TO EG-ACTIVE-COUNT
                   ADD EG-BORR-LOANS TO EG-PERIOD-LOANS
                   PERFORM 3300-TALLY-LOAD THRU 3300-EXIT
               WHEN EG-BORR-RECENT
                   ADD 1 TO EG-RECENT-COUNT
               WHEN EG-BORR-EVER
                   ADD 1 TO EG-DORMANT-COUNT
               WHEN OTHER
                   ADD 1 TO EG-NEVER-COUNT
           END-EVALUATE
           IF BW-REGISTER-DATE IS NUMERIC
               AND BW-REGISTER-DATE NOT < EG-PERIOD-START
               PERFORM 3400-COUNT-REGISTRATION THRU 3400-EXIT
           END-IF
           PERFORM 3500-WEIGH-EXPIRY THRU 3500-EXIT.
       3100-EXIT.
           EXIT.

      *  The borrower's events off the borrower-number key; only
      *  loans up to the end of the period count.  Archived loans
      *  are years closed off, so they never fall in the period
      *  itself.
       3200-COUNT-BORROWER-LOANS.
           MOVE ZEROS TO EG-BORR-LOANS
           MOVE "N" TO EG-BORR-RECENT-SWITCH EG-BORR-EVER-SWITCH
           IF BW-BORROWER-NO = ZEROS
               GO TO 3200-EXIT
           END-IF
           IF EG-ARCHIVED (BW-BORROWER-NO) NOT = SPACE
               SET EG-BORR-EVER TO TRUE
           END-IF
           IF EG-ARCHIVED (BW-BORROWER-NO) = "R"
               SET EG-BORR-RECENT TO TRUE
           END-IF
           IF NOT EG-HIST-OPEN
               GO TO 3200-EXIT
           END-IF
           MOVE "N" TO EG-HIST-EOF-SWITCH
           MOVE BW-BORROWER-NO TO LH-BORROWER-NO
           START LoanHistFile KEY = LH-BORROWER-NO
               INVALID KEY
                   GO TO 3200-EXIT
           END-START
           PERFORM 3210-COUNT-ONE-LOAN THRU 3210-EXIT
               UNTIL EG-HIST-EOF.
       3200-EXIT.
           EXIT.

       3210-COUNT-ONE-LOAN.
           READ LoanHistFile NEXT RECORD
               AT END
                   SET EG-HIST-EOF TO TRUE
                   GO TO 3210-EXIT
           END-READ
           IF LH-BORROWER-NO NOT = BW-BORROWER-NO
               SET EG-HIST-EOF TO TRUE
               GO TO 3210-EXIT
           END-IF
           IF NOT LH-LOAN-EVENT
               OR LH-EVENT-DATE > EG-PERIOD-END
               GO TO 3210-EXIT
           END-IF
           SET EG-BORR-EVER TO TRUE
           IF LH-EVENT-DATE NOT < EG-YEAR-START
               SET EG-BORR-RECENT TO TRUE
           END-IF
           IF LH-EVENT-DATE NOT < EG-PERIOD-START
               ADD 1 TO EG-BORR-LOANS
           END-IF.
       3210-EXIT.
           EXIT.

       3300-TALLY-LOAD.
           IF EG-BORR-LOANS < EG-LOAD-MAX
               MOVE EG-BORR-LOANS TO EG-LOAD-IX
           ELSE
               MOVE EG-LOAD-MAX TO EG-LOAD-IX
           END-IF
           ADD 1 TO EG-LD-BORROWERS (EG-LOAD-IX)
           ADD EG-BORR-LOANS TO EG-LD-LOANS (EG-LOAD-IX).
       3300-EXIT.
           EXIT.

      *  A home branch not met before takes the next free entry;
      *  past the table's end the registration counts in the total
      *  only.
       3400-COUNT-REGISTRATION.
           ADD 1 TO EG-NEW-COUNT
           MOVE ZEROS TO EG-BR-HIT-IX
           PERFORM 3410-MATCH-ONE-BRANCH THRU 3410-EXIT
               VARYING EG-BR-IX FROM 1 BY 1
               UNTIL EG-BR-IX > EG-BR-USED
               OR EG-BR-HIT-IX > ZEROS
           IF EG-BR-HIT-IX = ZEROS
               IF EG-BR-USED < EG-BRANCH-MAX
                   ADD 1 TO EG-BR-USED
                   MOVE BW-HOME-BRANCH TO EG-BR-CODE (EG-BR-USED)
                   MOVE EG-BR-USED TO EG-BR-HIT-IX
               ELSE
                   ADD 1 TO EG-UNPLACED-COUNT
                   GO TO 3400-EXIT
               END-IF
           END-IF
           MOVE BW-REGISTER-DATE (5:2) TO EG-REG-MONTH
           SUBTRACT EG-START-MONTH FROM EG-REG-MONTH
               GIVING EG-MONTH-IX
           ADD 1 TO EG-MONTH-IX
           ADD 1 TO EG-BR-MONTH (EG-BR-HIT-IX EG-MONTH-IX)
           ADD 1 TO EG-BR-TOTAL (EG-BR-HIT-IX).
       3400-EXIT.
           EXIT.

       3410-MATCH-ONE-BRANCH.
           IF EG-BR-CODE (EG-BR-IX) = BW-HOME-BRANCH
               MOVE EG-BR-IX TO EG-BR-HIT-IX
           END-IF.
       3410-EXIT.
           EXIT.

      *  A membership due to expire in the period was renewed when
      *  the expiry a renewal replaced falls in it; it lapsed when
      *  its expiry falls in it and is already past.  One still to
      *  run out is pending.
       3500-WEIGH-EXPIRY.
           IF BW-PRIOR-EXPIRY IS NUMERIC
               AND BW-PRIOR-EXPIRY NOT < EG-PERIOD-START
               AND BW-PRIOR-EXPIRY NOT > EG-PERIOD-END
               ADD 1 TO EG-RENEWED-COUNT
               GO TO 3500-EXIT
           END-IF
           IF BW-EXPIRY-DATE NOT NUMERIC
               OR BW-EXPIRY-DATE < EG-PERIOD-START
               OR BW-EXPIRY-DATE > EG-PERIOD-END
               GO TO 3500-EXIT
           END-IF
           IF BW-EXPIRY-DATE < EG-SYSTEM-DATE
               ADD 1 TO EG-LAPSED-COUNT
           ELSE
               ADD 1 TO EG-PENDING-COUNT
           END-IF.
       3500-EXIT.
           EXIT.

      *****************************************************************
      *  4000-PRINT-ANALYSIS
      *****************************************************************
       4000-PRINT-ANALYSIS.
           MOVE EG-PERIOD-START TO EG-H2-START
           MOVE EG-PERIOD-END   TO EG-H2-END
           MOVE EG-YEAR-START   TO EG-H2-YEAR-START
           DISPLAY EG-HEADING-1
           DISPLAY EG-HEADING-2
           DISPLAY "-----------------------------------------------"
                   "----------------------"
           DISPLAY "BORROWERS"
           MOVE "Registered at the end of the period" TO EG-CL-LABEL
           MOVE EG-REGISTERED-COUNT TO EG-CL-COUNT
           MOVE ZEROS TO EG-CL-PERCENT
           MOVE SPACE TO EG-CL-PCT-SIGN
           DISPLAY EG-COUNT-LINE
           MOVE "  Active - borrowed in the period" TO EG-CL-LABEL
           MOVE EG-ACTIVE-COUNT TO EG-LINE-COUNT
           PERFORM 4900-PUT-SHARE-LINE THRU 4900-EXIT
           MOVE "  Recent - in 12 months, not the period"
               TO EG-CL-LABEL
           MOVE EG-RECENT-COUNT TO EG-LINE-COUNT
           PERFORM 4900-PUT-SHARE-LINE THRU 4900-EXIT
           MOVE "  Dormant - no loan in 12 months" TO EG-CL-LABEL
           MOVE EG-DORMANT-COUNT TO EG-LINE-COUNT
           PERFORM 4900-PUT-SHARE-LINE THRU 4900-EXIT
           MOVE "  Never borrowed" TO EG-CL-LABEL
           MOVE EG-NEVER-COUNT TO EG-LINE-COUNT
           PERFORM 4900-PUT-SHARE-LINE THRU 4900-EXIT
           DISPLAY SPACES
           PERFORM 4100-PRINT-TOP-SHARE THRU 4100-EXIT
           DISPLAY SPACES
           PERFORM 4200-PRINT-RENEWALS THRU 4200-EXIT
           DISPLAY SPACES
           PERFORM 4300-PRINT-REGISTRATIONS THRU 4300-EXIT
           DISPLAY "-----------------------------------------------"
                   "----------------------"
           DISPLAY "LHAyyyy.DAT archives read: " EG-ARCH-FILE-COUNT.
       4000-EXIT.
           EXIT.

      *  The busiest tenth of the active borrowers, rounded up, taken
      *  from the heaviest borrowers down; in a slot only partly
      *  taken each borrower counts the slot's average.
       4100-PRINT-TOP-SHARE.
           DISPLAY "LOANS IN THE PERIOD"
           MOVE "Loans to registered borrowers" TO EG-CL-LABEL
           MOVE EG-PERIOD-LOANS TO EG-CL-COUNT
           MOVE ZEROS TO EG-CL-PERCENT
           MOVE SPACE TO EG-CL-PCT-SIGN
           DISPLAY EG-COUNT-LINE
           MOVE ZEROS TO EG-TOP-TAKEN EG-TOP-LOANS EG-TOP-SHARE
           ADD 9 EG-ACTIVE-COUNT GIVING EG-TOP-WANTED
           DIVIDE 10 INTO EG-TOP-WANTED
           PERFORM 4110-TAKE-ONE-SLOT THRU 4110-EXIT
               VARYING EG-LOAD-IX FROM EG-LOAD-MAX BY -1
               UNTIL EG-LOAD-IX < 1
               OR EG-TOP-TAKEN NOT < EG-TOP-WANTED
           IF EG-PERIOD-LOANS > ZEROS
               COMPUTE EG-TOP-SHARE ROUNDED =
                   EG-TOP-LOANS * 100 / EG-PERIOD-LOANS
           END-IF
           MOVE "  Taken by the busiest 10% of borrowers"
               TO EG-CL-LABEL
           MOVE EG-TOP-LOANS TO EG-CL-COUNT
           MOVE EG-TOP-SHARE TO EG-CL-PERCENT
           MOVE "%" TO EG-CL-PCT-SIGN
           DISPLAY EG-COUNT-LINE
           DISPLAY "  (the top " EG-TOP-WANTED " of "
                   EG-ACTIVE-COUNT " active borrowers)".
       4100-EXIT.
           EXIT.

       4110-TAKE-ONE-SLOT.
           IF EG-LD-BORROWERS (EG-LOAD-IX) = ZEROS
               GO TO 4110-EXIT
           END-IF
           SUBTRACT EG-TOP-TAKEN FROM EG-TOP-WANTED GIVING EG-TOP-TAKE
           IF EG-TOP-TAKE NOT < EG-LD-BORROWERS (EG-LOAD-IX)
               MOVE EG-LD-BORROWERS (EG-LOAD-IX) TO EG-TOP-TAKE
               ADD EG-LD-LOANS (EG-LOAD-IX) TO EG-TOP-LOANS
           ELSE
               COMPUTE EG-TOP-LOANS = EG-TOP-LOANS
                   + EG-LD-LOANS (EG-LOAD-IX) * EG-TOP-TAKE
                   / EG-LD-BORROWERS (EG-LOAD-IX)
           END-IF
           ADD EG-TOP-TAKE TO EG-TOP-TAKEN.
       4110-EXIT.
           EXIT.

       4200-PRINT-RENEWALS.
           DISPLAY "MEMBERSHIPS EXPIRING IN THE PERIOD"
           ADD EG-RENEWED-COUNT EG-LAPSED-COUNT
               GIVING EG-EXPIRED-COUNT
           MOVE ZEROS TO EG-RENEWAL-RATE
           IF EG-EXPIRED-COUNT > ZEROS
               COMPUTE EG-RENEWAL-RATE ROUNDED =
                   EG-RENEWED-COUNT * 100 / EG-EXPIRED-COUNT
           END-IF
           MOVE "Expired in the period" TO EG-CL-LABEL
           MOVE EG-EXPIRED-COUNT TO EG-CL-COUNT
           MOVE ZEROS TO EG-CL-PERCENT
           MOVE SPACE TO EG-CL-PCT-SIGN
           DISPLAY EG-COUNT-LINE
           MOVE "  Renewed" TO EG-CL-LABEL
           MOVE EG-RENEWED-COUNT TO EG-CL-COUNT
           MOVE EG-RENEWAL-RATE TO EG-CL-PERCENT
           MOVE "%" TO EG-CL-PCT-SIGN
           DISPLAY EG-COUNT-LINE
           MOVE "  Lapsed, not renewed" TO EG-CL-LABEL
           MOVE EG-LAPSED-COUNT TO EG-CL-COUNT
           MOVE ZEROS TO EG-CL-PERCENT
           MOVE SPACE TO EG-CL-PCT-SIGN
           DISPLAY EG-COUNT-LINE
           IF EG-PENDING-COUNT > ZEROS
               MOVE "Still to expire in the period" TO EG-CL-LABEL
               MOVE EG-PENDING-COUNT TO EG-CL-COUNT
               DISPLAY EG-COUNT-LINE
           END-IF.
       4200-EXIT.
           EXIT.

       4300-PRINT-REGISTRATIONS.
           DISPLAY "NEW REGISTRATIONS BY HOME BRANCH"
           MOVE SPACES TO EG-MONTH-HEADING
           MOVE "BRANCH" TO EG-MONTH-HEADING (1:6)
           PERFORM 4310-HEAD-ONE-MONTH THRU 4310-EXIT
               VARYING EG-MONTH-IX FROM 1 BY 1
               UNTIL EG-MONTH-IX > EG-MONTH-COUNT
           MOVE " TOTAL" TO EG-MH-TOTAL
           DISPLAY EG-MONTH-HEADING
           PERFORM 4320-PRINT-ONE-BRANCH THRU 4320-EXIT
               VARYING EG-BR-IX FROM 1 BY 1
               UNTIL EG-BR-IX > EG-BR-USED
           MOVE "New registrations" TO EG-CL-LABEL
           MOVE EG-NEW-COUNT TO EG-CL-COUNT
           MOVE ZEROS TO EG-CL-PERCENT
           MOVE SPACE TO EG-CL-PCT-SIGN
           DISPLAY EG-COUNT-LINE
           IF EG-UNPLACED-COUNT > ZEROS
               DISPLAY "  (" EG-UNPLACED-COUNT " past the "
                       EG-BRANCH-MAX "-branch table, in the total"
                       " only)"
           END-IF.
       4300-EXIT.
           EXIT.

       4310-HEAD-ONE-MONTH.
           ADD EG-START-MONTH EG-MONTH-IX GIVING EG-REG-MONTH
           SUBTRACT 1 FROM EG-REG-MONTH
           MOVE SPACES TO EG-MH-MONTH (EG-MONTH-IX)
           MOVE EG-MONTH-NAME (EG-REG-MONTH)
               TO EG-MH-MONTH (EG-MONTH-IX) (2:3).
       4310-EXIT.
           EXIT.

       4320-PRINT-ONE-BRANCH.
           MOVE SPACES TO EG-MONTH-LINE
           IF EG-BR-CODE (EG-BR-IX) = SPACES
               MOVE "MAIN" TO EG-ML-BRANCH
           ELSE
               MOVE EG-BR-CODE (EG-BR-IX) TO EG-ML-BRANCH
           END-IF
           PERFORM 4330-PUT-ONE-MONTH THRU 4330-EXIT
               VARYING EG-MONTH-IX FROM 1 BY 1
               UNTIL EG-MONTH-IX > EG-MONTH-COUNT
           MOVE EG-BR-TOTAL (EG-BR-IX) TO EG-ML-TOTAL
           DISPLAY EG-MONTH-LINE.
       4320-EXIT.
           EXIT.

       4330-PUT-ONE-MONTH.
           MOVE EG-BR-MONTH (EG-BR-IX EG-MONTH-IX)
               TO EG-ML-MONTH (EG-MONTH-IX).
       4330-EXIT.
           EXIT.

      *  A count line with its share of the registered borrowers.
       4900-PUT-SHARE-LINE.
           MOVE ZEROS TO EG-CL-PERCENT
           MOVE EG-LINE-COUNT TO EG-CL-COUNT
           MOVE "%" TO EG-CL-PCT-SIGN
           IF EG-REGISTERED-COUNT > ZEROS
               COMPUTE EG-CL-PERCENT ROUNDED =
                   EG-LINE-COUNT * 100 / EG-REGISTERED-COUNT
           END-IF
           DISPLAY EG-COUNT-LINE.
       4900-EXIT.
           EXIT.
