       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RETAIN.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-14.
       DATE-COMPILED. 2026-10-14.
      *****************************************************************
      *  RETAIN
      *
      *  Borrower data retention run, in the LOANARCH style.  Two
      *  halves, both under the policy on the RETNOPT.DAT card:
      *
      *  - Borrowing history older than the retention period
      *    (default 6 years) is anonymised - the borrower's name
      *    blanked and number set to the 00000 marker BORRMNT never
      *    issues - on LOANHIST.DAT, every LHAyyyy.DAT loan archive
      *    found, NOTIHIST.DAT, and the closed (filled or expired)
      *    holds on BOOKHOLD.DAT.  The book, event code and dates
      *    are kept, so BOOKCIRC's per-title counts still add up.
      *  - Memberships lapsed longer than the lapse period (default
      *    2 years past BW-EXPIRY-DATE) are removed from
      *    BORROWER.DAT, unless the borrower still has a book out on
      *    BOOKLOAN.DAT, a waiting or offered hold on BOOKHOLD.DAT,
      *    or a balance either way on BOOKFINE.DAT.
      *
      *  Keyed P (propose) it changes nothing and lists what would
      *  be done.  Keyed A (apply) it does it and prints the same
      *  listing as a certificate to RETNyyyymmdd.RPT for the
      *  records - counts anonymised per file and the number of
      *  every borrower removed, never a name.  Each rewritten
      *  file is recounted off disk and the run ends RETURN-CODE 8
      *  if an event went missing.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-14  jg  Original program.
      *  2026-10-15  jg  Hold work record grew with HOLDREC.
      *  2026-10-15  jg  LOANHIST.DAT is indexed - the events before
      *                  the cutoff are read off the event-date key
      *                  and rewritten in place; the LHAyyyy.DAT
      *                  archives still go through RETAIN.TMP.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HistFile ASSIGN TO RN-HIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RN-HISTFILE-STATUS.
           SELECT LoanHistFile ASSIGN TO "LOANHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-LIVE-KEY
               ALTERNATE RECORD KEY IS RN-LIVE-BORROWER-NO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RN-LIVE-EVENT-DATE
                   WITH DUPLICATES
               FILE STATUS IS RN-LIVEFILE-STATUS.
           SELECT NoticeHistFile ASSIGN TO "NOTIHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RN-NOTEFILE-STATUS.
           SELECT HoldFile ASSIGN TO "BOOKHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RN-HOLDFILE-STATUS.
           SELECT WorkFile ASSIGN TO "RETAIN.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RN-WORKFILE-STATUS.
           SELECT LoanFile ASSIGN TO "BOOKLOAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-BOOK-ID
               FILE STATUS IS RN-LOANFILE-STATUS.
           SELECT FineFile ASSIGN TO "BOOKFINE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FN-BORROWER-NO
               FILE STATUS IS RN-FINEFILE-STATUS.
           SELECT BorrowerFile ASSIGN TO "BORROWER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BW-BORROWER-NO
               FILE STATUS IS RN-BORRFILE-STATUS.
           SELECT OptionFile ASSIGN TO "RETNOPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RN-OPTFILE-STATUS.
           SELECT CertFile ASSIGN TO RN-CERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RN-CERTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *  The archives and the live file share the LOANHIST layout,
      *  held once in storage; each FD names only what it needs.
       FD HistFile.
       01  RN-ARCH-HIST-RECORD       PIC X(65).

       FD LoanHistFile.
       01  RN-LIVE-HIST-RECORD.
           05  RN-LIVE-KEY.
               10  RN-LIVE-BOOK-ID   PIC 9(07).
               10  RN-LIVE-EVENT-DATE PIC 9(08).
               10  RN-LIVE-EVENT-TIME PIC 9(08).
           05  FILLER                PIC X(26).
           05  RN-LIVE-BORROWER-NO   PIC 9(05).
           05  FILLER                PIC X(11).

       FD NoticeHistFile.
       COPY NOTIHIST.

       FD HoldFile.
       COPY HOLDREC.

      *  One work file serves each rewrite in turn, at the length of
      *  the file being rewritten.
       FD WorkFile.
       01  RN-WORK-HIST-RECORD       PIC X(65).
       01  RN-WORK-NOTICE-RECORD     PIC X(22).
       01  RN-WORK-HOLD-RECORD       PIC X(84).

       FD LoanFile.
       COPY LOANREC.

       FD FineFile.
       COPY FINEREC.

       FD BorrowerFile.
       COPY BORRREC.

       FD OptionFile.
       01  RN-OPTION-RECORD.
           05  RN-OPT-HISTORY-YEARS  PIC 9(02).
           05  RN-OPT-LAPSED-YEARS   PIC 9(02).

       FD CertFile.
       01  RN-CERT-RECORD            PIC X(72).

       WORKING-STORAGE SECTION.
       01  RN-HISTFILE-STATUS        PIC X(02).
           88  RN-HISTFILE-OK        VALUE "00".

       01  RN-LIVEFILE-STATUS        PIC X(02).
           88  RN-LIVEFILE-OK        VALUE "00".

       01  RN-NOTEFILE-STATUS        PIC X(02).
           88  RN-NOTEFILE-OK        VALUE "00".

       01  RN-HOLDFILE-STATUS        PIC X(02).
           88  RN-HOLDFILE-OK        VALUE "00".
           88  RN-HOLDFILE-NEW       VALUE "35".

       01  RN-WORKFILE-STATUS        PIC X(02).
           88  RN-WORKFILE-OK        VALUE "00".

       01  RN-LOANFILE-STATUS        PIC X(02).
           88  RN-LOANFILE-OK        VALUE "00".
           88  RN-LOANFILE-NEW       VALUE "35".

       01  RN-FINEFILE-STATUS        PIC X(02).
           88  RN-FINEFILE-OK        VALUE "00".
           88  RN-FINEFILE-NEW       VALUE "35".

       01  RN-BORRFILE-STATUS        PIC X(02).
           88  RN-BORRFILE-OK        VALUE "00".

       01  RN-OPTFILE-STATUS         PIC X(02).
           88  RN-OPTFILE-OK         VALUE "00".

       01  RN-CERTFILE-STATUS        PIC X(02).
           88  RN-CERTFILE-OK        VALUE "00".

       01  RN-EOF-SWITCH             PIC X(01).
           88  RN-FILE-EOF           VALUE "Y".

       01  RN-MODE                   PIC X(01).
           88  RN-PROPOSE-MODE       VALUE "P" "p".
           88  RN-APPLY-MODE         VALUE "A" "a".

       01  RN-CERT-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  RN-CERT-OPEN          VALUE "Y".

       01  RN-HIST-NAME              PIC X(16).
       01  RN-CERT-NAME              PIC X(16).

      *  The retention policy - the RETNOPT.DAT card overrides.
       01  RN-HISTORY-YEARS          PIC 9(02) VALUE 6.
       01  RN-LAPSED-YEARS           PIC 9(02) VALUE 2.

       01  RN-SYSTEM-DATE            PIC 9(08).
       01  RN-SYSTEM-DATE-PARTS REDEFINES RN-SYSTEM-DATE.
           05  RN-SYSTEM-YEAR        PIC 9(04).
           05  FILLER                PIC 9(04).

      *  History dated before this is anonymised.
       01  RN-HISTORY-CUTOFF         PIC 9(08).
       01  RN-HISTORY-CUTOFF-PARTS REDEFINES RN-HISTORY-CUTOFF.
           05  RN-HISTORY-CUT-YEAR   PIC 9(04).
           05  FILLER                PIC 9(04).

      *  A membership expired before this has lapsed.
       01  RN-LAPSE-CUTOFF           PIC 9(08).
       01  RN-LAPSE-CUTOFF-PARTS REDEFINES RN-LAPSE-CUTOFF.
           05  RN-LAPSE-CUT-YEAR     PIC 9(04).
           05  FILLER                PIC 9(04).

      *  Archives are looked for back this many years from today.
       01  RN-ARCH-YEARS-BACK        PIC 9(02) VALUE 30.
       01  RN-ARCH-YEAR              PIC 9(04).
       01  RN-FIRST-ARCH-YEAR        PIC 9(04).

       01  RN-READ-COUNT             PIC 9(07).
       01  RN-ANON-COUNT             PIC 9(07).
       01  RN-RECOUNT                PIC 9(07).
       01  RN-ANON-TOTAL             PIC 9(07) VALUE ZEROS.
       01  RN-FILE-COUNT             PIC 9(03) VALUE ZEROS.
       01  RN-REMOVED-COUNT          PIC 9(05) VALUE ZEROS.
       01  RN-KEPT-COUNT             PIC 9(05) VALUE ZEROS.

      *  One byte per borrower number - Y when something is still
      *  outstanding against it on the loan, hold or fines files.
       01  RN-OUTSTANDING-TABLE.
           05  RN-OUTSTANDING        PIC X(01) OCCURS 99999 TIMES.
       01  RN-BORR-IX                PIC 9(05).

       COPY LOANHIST.

       COPY RUNDATE.

       COPY CURROPER.

       01  RN-HEADING-1.
           05  FILLER                PIC X(08) VALUE "RETAIN".
           05  FILLER                PIC X(29) VALUE
               "BORROWER DATA RETENTION RUN".
           05  FILLER                PIC X(10) VALUE "RUN DATE:".
           05  RN-H1-DATE            PIC X(10).

       01  RN-HEADING-2.
           05  RN-H2-MODE            PIC X(40).
           05  FILLER                PIC X(10) VALUE "OPERATOR:".
           05  RN-H2-OPER-ID         PIC X(08).

       01  RN-POLICY-LINE.
           05  FILLER                PIC X(24) VALUE
               "History dated before...".
           05  RN-PL-HISTORY         PIC 9(08).
           05  FILLER                PIC X(03) VALUE " (".
           05  RN-PL-HISTORY-YEARS   PIC Z9.
           05  FILLER                PIC X(07) VALUE " years)".

       01  RN-LAPSE-LINE.
           05  FILLER                PIC X(24) VALUE
               "Memberships expired....".
           05  RN-LL-LAPSE           PIC 9(08).
           05  FILLER                PIC X(03) VALUE " (".
           05  RN-LL-LAPSED-YEARS    PIC Z9.
           05  FILLER                PIC X(07) VALUE " years)".

       01  RN-FILE-LINE.
           05  RN-FL-NAME            PIC X(16).
           05  FILLER                PIC X(07) VALUE " read ".
           05  RN-FL-READ            PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(13) VALUE "  anonymised ".
           05  RN-FL-ANON            PIC Z,ZZZ,ZZ9.

       01  RN-REMOVED-LINE.
           05  FILLER                PIC X(11) VALUE "  Borrower ".
           05  RN-RL-BORROWER-NO     PIC 9(05).
           05  FILLER                PIC X(13) VALUE "  registered ".
           05  RN-RL-REGISTERED      PIC 9(08).
           05  FILLER                PIC X(10) VALUE "  expired ".
           05  RN-RL-EXPIRED         PIC 9(08).

       01  RN-COUNT-LINE.
           05  RN-CL-LABEL           PIC X(32).
           05  RN-CL-COUNT           PIC Z,ZZZ,ZZ9.

       01  RN-PRINT-LINE             PIC X(72).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZEROS
               PERFORM 2000-ANONYMISE-LOAN-HISTORY THRU 2000-EXIT
               PERFORM 3000-ANONYMISE-NOTICES THRU 3000-EXIT
               PERFORM 4000-ANONYMISE-HOLDS THRU 4000-EXIT
               PERFORM 5000-REMOVE-LAPSED THRU 5000-EXIT
               PERFORM 6000-TERMINATE THRU 6000-EXIT
           END-IF
           GOBACK.

       1000-INITIALIZE.
           ACCEPT RN-SYSTEM-DATE FROM DATE YYYYMMDD
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           MOVE RD-RUN-DATE-DISPLAY TO RN-H1-DATE
           CALL "GETOPER" USING CO-CURRENT-OPER-AREA
           END-CALL
           PERFORM 1100-READ-OPTION-CARD THRU 1100-EXIT
           DISPLAY "Mode - P propose (no change), A apply : "
               WITH NO ADVANCING
           ACCEPT RN-MODE
           IF NOT RN-PROPOSE-MODE AND NOT RN-APPLY-MODE
               DISPLAY "Mode must be keyed P or A."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE RN-SYSTEM-DATE TO RN-HISTORY-CUTOFF
           SUBTRACT RN-HISTORY-YEARS FROM RN-HISTORY-CUT-YEAR
           MOVE RN-SYSTEM-DATE TO RN-LAPSE-CUTOFF
           SUBTRACT RN-LAPSED-YEARS FROM RN-LAPSE-CUT-YEAR
           SUBTRACT RN-ARCH-YEARS-BACK FROM RN-SYSTEM-YEAR
               GIVING RN-FIRST-ARCH-YEAR
           IF RN-APPLY-MODE
               PERFORM 1200-OPEN-CERTIFICATE THRU 1200-EXIT
               IF RETURN-CODE NOT = ZEROS
                   GO TO 1000-EXIT
               END-IF
               MOVE "APPLIED - CERTIFICATE OF ANONYMISATION"
                   TO RN-H2-MODE
           ELSE
               MOVE "PROPOSED - NOTHING HAS BEEN CHANGED"
                   TO RN-H2-MODE
           END-IF
           MOVE CO-OPER-ID TO RN-H2-OPER-ID
           MOVE RN-HEADING-1 TO RN-PRINT-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           MOVE RN-HEADING-2 TO RN-PRINT-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           MOVE ALL "=" TO RN-PRINT-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           MOVE RN-HISTORY-CUTOFF TO RN-PL-HISTORY
           MOVE RN-HISTORY-YEARS  TO RN-PL-HISTORY-YEARS
           MOVE RN-POLICY-LINE TO RN-PRINT-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           MOVE RN-LAPSE-CUTOFF   TO RN-LL-LAPSE
           MOVE RN-LAPSED-YEARS   TO RN-LL-LAPSED-YEARS
           MOVE RN-LAPSE-LINE TO RN-PRINT-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

       1100-READ-OPTION-CARD.
           OPEN INPUT OptionFile
           IF NOT RN-OPTFILE-OK
               GO TO 1100-EXIT
           END-IF
           READ OptionFile
               AT END
                   CLOSE OptionFile
                   GO TO 1100-EXIT
           END-READ
           IF RN-OPT-HISTORY-YEARS IS NUMERIC
               AND RN-OPT-HISTORY-YEARS > ZEROS
               MOVE RN-OPT-HISTORY-YEARS TO RN-HISTORY-YEARS
           END-IF
           IF RN-OPT-LAPSED-YEARS IS NUMERIC
               AND RN-OPT-LAPSED-YEARS > ZEROS
               MOVE RN-OPT-LAPSED-YEARS TO RN-LAPSED-YEARS
           END-IF
           CLOSE OptionFile.
       1100-EXIT.
           EXIT.

       1200-OPEN-CERTIFICATE.
           MOVE SPACES TO RN-CERT-NAME
           STRING "RETN"         DELIMITED BY SIZE
                  RN-SYSTEM-DATE DELIMITED BY SIZE
                  ".RPT"         DELIMITED BY SIZE
               INTO RN-CERT-NAME
           OPEN OUTPUT CertFile
           IF NOT RN-CERTFILE-OK
               DISPLAY RN-CERT-NAME " OPEN failed - status "
                       RN-CERTFILE-STATUS " - nothing applied."
               MOVE 8 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF
           SET RN-CERT-OPEN TO TRUE.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  2000-ANONYMISE-LOAN-HISTORY - the live file, then every
      *  LHAyyyy.DAT archive LOANARCH has written.  The live file is
      *  read off its event-date key only as far as the cutoff.  An
      *  archive year holds events from that year and before, so
      *  every one found is read through, not only those before the
      *  cutoff year.
      *****************************************************************
       2000-ANONYMISE-LOAN-HISTORY.
           PERFORM 8100-PUT-BLANK-LINE THRU 8100-EXIT
           MOVE "LOAN HISTORY" TO RN-PRINT-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           PERFORM 2020-ANONYMISE-LIVE-FILE THRU 2020-EXIT
           PERFORM 2050-ANONYMISE-ONE-ARCHIVE THRU 2050-EXIT
               VARYING RN-ARCH-YEAR FROM RN-FIRST-ARCH-YEAR BY 1
               UNTIL RN-ARCH-YEAR > RN-SYSTEM-YEAR.
       2000-EXIT.
           EXIT.

       2020-ANONYMISE-LIVE-FILE.
           MOVE ZEROS TO RN-READ-COUNT RN-ANON-COUNT
           IF RN-APPLY-MODE
               OPEN I-O LoanHistFile
           ELSE
               OPEN INPUT LoanHistFile
           END-IF
           IF NOT RN-LIVEFILE-OK
               DISPLAY "LOANHIST.DAT OPEN failed - status "
                       RN-LIVEFILE-STATUS " - not anonymised."
               GO TO 2020-EXIT
           END-IF
           MOVE "N" TO RN-EOF-SWITCH
           MOVE ZEROS TO RN-LIVE-EVENT-DATE
           START LoanHistFile KEY NOT < RN-LIVE-EVENT-DATE
               INVALID KEY
                   SET RN-FILE-EOF TO TRUE
           END-START
           PERFORM 2030-WEIGH-ONE-LIVE-EVENT THRU 2030-EXIT
               UNTIL RN-FILE-EOF
           CLOSE LoanHistFile
           MOVE "LOANHIST.DAT" TO RN-FL-NAME
           PERFORM 7000-PUT-FILE-LINE THRU 7000-EXIT.
       2020-EXIT.
           EXIT.

       2030-WEIGH-ONE-LIVE-EVENT.
           READ LoanHistFile NEXT RECORD INTO LH-HISTORY-RECORD
               AT END
                   SET RN-FILE-EOF TO TRUE
                   GO TO 2030-EXIT
           END-READ
           IF LH-EVENT-DATE NOT < RN-HISTORY-CUTOFF
               SET RN-FILE-EOF TO TRUE
               GO TO 2030-EXIT
           END-IF
           ADD 1 TO RN-READ-COUNT
           IF LH-ANONYMISED AND LH-BORROWER = SPACES
               GO TO 2030-EXIT
           END-IF
           MOVE SPACES TO LH-BORROWER
           MOVE ZEROS  TO LH-BORROWER-NO
           ADD 1 TO RN-ANON-COUNT
           IF RN-APPLY-MODE
               REWRITE RN-LIVE-HIST-RECORD FROM LH-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "*** LOANHIST.DAT REWRITE FAILED - "
                               "status " RN-LIVEFILE-STATUS " ***"
                       MOVE 8 TO RETURN-CODE
                       SET RN-FILE-EOF TO TRUE
               END-REWRITE
           END-IF.
       2030-EXIT.
           EXIT.

       2050-ANONYMISE-ONE-ARCHIVE.
           MOVE SPACES TO RN-HIST-NAME
           STRING "LHA"        DELIMITED BY SIZE
                  RN-ARCH-YEAR DELIMITED BY SIZE
                  ".DAT"       DELIMITED BY SIZE
               INTO RN-HIST-NAME
           PERFORM 2100-ANONYMISE-ONE-TRAIL THRU 2100-EXIT.
       2050-EXIT.
           EXIT.

      *  An archive that is not there is passed over without
      *  comment - most archive years never existed.
       2100-ANONYMISE-ONE-TRAIL.
           MOVE ZEROS TO RN-READ-COUNT RN-ANON-COUNT
           OPEN INPUT HistFile
           IF NOT RN-HISTFILE-OK
               GO TO 2100-EXIT
           END-IF
           IF RN-APPLY-MODE
               OPEN OUTPUT WorkFile
               IF NOT RN-WORKFILE-OK
                   DISPLAY "RETAIN.TMP OPEN failed - status "
                           RN-WORKFILE-STATUS " - " RN-HIST-NAME
                           " not anonymised."
                   CLOSE HistFile
                   MOVE 8 TO RETURN-CODE
                   GO TO 2100-EXIT
               END-IF
           END-IF
           MOVE "N" TO RN-EOF-SWITCH
           PERFORM 2110-WEIGH-ONE-EVENT THRU 2110-EXIT
               UNTIL RN-FILE-EOF
           CLOSE HistFile
           IF RN-APPLY-MODE
               CLOSE WorkFile
               IF RN-ANON-COUNT > ZEROS
                   PERFORM 2200-COPY-BACK-TRAIL THRU 2200-EXIT
               END-IF
           END-IF
           MOVE RN-HIST-NAME TO RN-FL-NAME
           PERFORM 7000-PUT-FILE-LINE THRU 7000-EXIT.
       2100-EXIT.
           EXIT.

       2110-WEIGH-ONE-EVENT.
           READ HistFile INTO LH-HISTORY-RECORD
               AT END
                   SET RN-FILE-EOF TO TRUE
                   GO TO 2110-EXIT
           END-READ
           ADD 1 TO RN-READ-COUNT
           IF LH-EVENT-DATE < RN-HISTORY-CUTOFF
               AND (NOT LH-ANONYMISED OR LH-BORROWER NOT = SPACES)
               MOVE SPACES TO LH-BORROWER
               MOVE ZEROS  TO LH-BORROWER-NO
               ADD 1 TO RN-ANON-COUNT
           END-IF
           IF RN-APPLY-MODE
               MOVE LH-HISTORY-RECORD TO RN-WORK-HIST-RECORD
               WRITE RN-WORK-HIST-RECORD
           END-IF.
       2110-EXIT.
           EXIT.

       2200-COPY-BACK-TRAIL.
           OPEN OUTPUT HistFile
           OPEN INPUT WorkFile
           IF NOT RN-HISTFILE-OK OR NOT RN-WORKFILE-OK
               DISPLAY "Copy-back OPEN failed - " RN-HIST-NAME
                       " not rewritten."
               MOVE 8 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF
           MOVE ZEROS TO RN-RECOUNT
           MOVE "N" TO RN-EOF-SWITCH
           PERFORM 2210-COPY-BACK-ONE THRU 2210-EXIT
               UNTIL RN-FILE-EOF
           CLOSE HistFile
           CLOSE WorkFile
           PERFORM 7100-CHECK-RECOUNT THRU 7100-EXIT.
       2200-EXIT.
           EXIT.

       2210-COPY-BACK-ONE.
           READ WorkFile
               AT END
                   SET RN-FILE-EOF TO TRUE
                   GO TO 2210-EXIT
           END-READ
           WRITE RN-ARCH-HIST-RECORD FROM RN-WORK-HIST-RECORD
           ADD 1 TO RN-RECOUNT.
       2210-EXIT.
           EXIT.

      *****************************************************************
      *  3000-ANONYMISE-NOTICES - the notice trail carries only the
      *  borrower number; a notice before the cutoff loses it.
      *****************************************************************
       3000-ANONYMISE-NOTICES.
           MOVE ZEROS TO RN-READ-COUNT RN-ANON-COUNT
           PERFORM 8100-PUT-BLANK-LINE THRU 8100-EXIT
           MOVE "OVERDUE NOTICES AND HOLDS" TO RN-PRINT-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           OPEN INPUT NoticeHistFile
           IF NOT RN-NOTEFILE-OK
               GO TO 3000-EXIT
           END-IF
           IF RN-APPLY-MODE
               OPEN OUTPUT WorkFile
               IF NOT RN-WORKFILE-OK
                   DISPLAY "RETAIN.TMP OPEN failed - status "
                           RN-WORKFILE-STATUS " - NOTIHIST.DAT"
                           " not anonymised."
                   CLOSE NoticeHistFile
                   MOVE 8 TO RETURN-CODE
                   GO TO 3000-EXIT
               END-IF
           END-IF
           MOVE "N" TO RN-EOF-SWITCH
           PERFORM 3100-WEIGH-ONE-NOTICE THRU 3100-EXIT
               UNTIL RN-FILE-EOF
           CLOSE NoticeHistFile
           IF RN-APPLY-MODE
               CLOSE WorkFile
               IF RN-ANON-COUNT > ZEROS
                   PERFORM 3200-COPY-BACK-NOTICES THRU 3200-EXIT
               END-IF
           END-IF
           MOVE "NOTIHIST.DAT" TO RN-FL-NAME
           PERFORM 7000-PUT-FILE-LINE THRU 7000-EXIT.
       3000-EXIT.
           EXIT.

       3100-WEIGH-ONE-NOTICE.
           READ NoticeHistFile
               AT END
                   SET RN-FILE-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO RN-READ-COUNT
           IF NH-NOTICE-DATE < RN-HISTORY-CUTOFF
               AND NH-BORROWER-NO NOT = ZEROS
               MOVE ZEROS TO NH-BORROWER-NO
               ADD 1 TO RN-ANON-COUNT
           END-IF
           IF RN-APPLY-MODE
               MOVE NH-NOTICE-RECORD TO RN-WORK-NOTICE-RECORD
               WRITE RN-WORK-NOTICE-RECORD
           END-IF.
       3100-EXIT.
           EXIT.

       3200-COPY-BACK-NOTICES.
           OPEN OUTPUT NoticeHistFile
           OPEN INPUT WorkFile
           IF NOT RN-NOTEFILE-OK OR NOT RN-WORKFILE-OK
               DISPLAY "Copy-back OPEN failed - NOTIHIST.DAT"
                       " not rewritten."
               MOVE 8 TO RETURN-CODE
               GO TO 3200-EXIT
           END-IF
           MOVE ZEROS TO RN-RECOUNT
           MOVE "N" TO RN-EOF-SWITCH
           PERFORM 3210-COPY-BACK-ONE THRU 3210-EXIT
               UNTIL RN-FILE-EOF
           CLOSE NoticeHistFile
           CLOSE WorkFile
           PERFORM 7100-CHECK-RECOUNT THRU 7100-EXIT.
       3200-EXIT.
           EXIT.

       3210-COPY-BACK-ONE.
           READ WorkFile
               AT END
                   SET RN-FILE-EOF TO TRUE
                   GO TO 3210-EXIT
           END-READ
           MOVE RN-WORK-NOTICE-RECORD TO NH-NOTICE-RECORD
           WRITE NH-NOTICE-RECORD
           ADD 1 TO RN-RECOUNT.
       3210-EXIT.
           EXIT.

      *****************************************************************
      *  4000-ANONYMISE-HOLDS - only a closed hold (filled or
      *  expired) placed before the cutoff; a hold still waiting or
      *  on offer is live business, whatever its age.
      *****************************************************************
       4000-ANONYMISE-HOLDS.
           MOVE ZEROS TO RN-READ-COUNT RN-ANON-COUNT
           OPEN INPUT HoldFile
           IF NOT RN-HOLDFILE-OK
               GO TO 4000-EXIT
           END-IF
           IF RN-APPLY-MODE
               OPEN OUTPUT WorkFile
               IF NOT RN-WORKFILE-OK
                   DISPLAY "RETAIN.TMP OPEN failed - status "
                           RN-WORKFILE-STATUS " - BOOKHOLD.DAT"
                           " not anonymised."
                   CLOSE HoldFile
                   MOVE 8 TO RETURN-CODE
                   GO TO 4000-EXIT
               END-IF
           END-IF
           MOVE "N" TO RN-EOF-SWITCH
           PERFORM 4100-WEIGH-ONE-HOLD THRU 4100-EXIT
               UNTIL RN-FILE-EOF
           CLOSE HoldFile
           IF RN-APPLY-MODE
               CLOSE WorkFile
               IF RN-ANON-COUNT > ZEROS
                   PERFORM 4200-COPY-BACK-HOLDS THRU 4200-EXIT
               END-IF
           END-IF
           MOVE "BOOKHOLD.DAT" TO RN-FL-NAME
           PERFORM 7000-PUT-FILE-LINE THRU 7000-EXIT.
       4000-EXIT.
           EXIT.

       4100-WEIGH-ONE-HOLD.
           READ HoldFile
               AT END
                   SET RN-FILE-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO RN-READ-COUNT
           IF (HD-FILLED OR HD-EXPIRED)
               AND HD-PLACED-DATE < RN-HISTORY-CUTOFF
               AND (HD-BORROWER-NO NOT = ZEROS
                    OR HD-BORROWER NOT = SPACES)
               MOVE SPACES TO HD-BORROWER
               MOVE ZEROS  TO HD-BORROWER-NO
               ADD 1 TO RN-ANON-COUNT
           END-IF
           IF RN-APPLY-MODE
               MOVE HD-HOLD-RECORD TO RN-WORK-HOLD-RECORD
               WRITE RN-WORK-HOLD-RECORD
           END-IF.
       4100-EXIT.
           EXIT.

       4200-COPY-BACK-HOLDS.
           OPEN OUTPUT HoldFile
           OPEN INPUT WorkFile
           IF NOT RN-HOLDFILE-OK OR NOT RN-WORKFILE-OK
               DISPLAY "Copy-back OPEN failed - BOOKHOLD.DAT"
                       " not rewritten."
               MOVE 8 TO RETURN-CODE
               GO TO 4200-EXIT
           END-IF
           MOVE ZEROS TO RN-RECOUNT
           MOVE "N" TO RN-EOF-SWITCH
           PERFORM 4210-COPY-BACK-ONE THRU 4210-EXIT
               UNTIL RN-FILE-EOF
           CLOSE HoldFile
           CLOSE WorkFile
           PERFORM 7100-CHECK-RECOUNT THRU 7100-EXIT.
       4200-EXIT.
           EXIT.

       4210-COPY-BACK-ONE.
           READ WorkFile
               AT END
                   SET RN-FILE-EOF TO TRUE
                   GO TO 4210-EXIT
           END-READ
           MOVE RN-WORK-HOLD-RECORD TO HD-HOLD-RECORD
           WRITE HD-HOLD-RECORD
           ADD 1 TO RN-RECOUNT.
       4210-EXIT.
           EXIT.

      *****************************************************************
      *  5000-REMOVE-LAPSED - first mark every borrower with a book
      *  out, a hold pending or a balance either way, then walk the
      *  master for memberships lapsed past the cutoff.  A file never
      *  created holds nothing outstanding; one that will not open
      *  would hide what is, so the removal is not attempted at all.
      *****************************************************************
       5000-REMOVE-LAPSED.
           PERFORM 8100-PUT-BLANK-LINE THRU 8100-EXIT
           MOVE "LAPSED MEMBERSHIPS REMOVED FROM BORROWER.DAT"
               TO RN-PRINT-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           MOVE ALL "N" TO RN-OUTSTANDING-TABLE
           PERFORM 5100-MARK-LOANS THRU 5100-EXIT
           IF RETURN-CODE = ZEROS
               PERFORM 5200-MARK-HOLDS THRU 5200-EXIT
           END-IF
           IF RETURN-CODE = ZEROS
               PERFORM 5300-MARK-FINES THRU 5300-EXIT
           END-IF
           IF RETURN-CODE NOT = ZEROS
               MOVE "  Not attempted - see the messages above."
                   TO RN-PRINT-LINE
               PERFORM 8000-PUT-LINE THRU 8000-EXIT
               GO TO 5000-EXIT
           END-IF
           IF RN-APPLY-MODE
               OPEN I-O BorrowerFile
           ELSE
               OPEN INPUT BorrowerFile
           END-IF
           IF NOT RN-BORRFILE-OK
               DISPLAY "BORROWER.DAT OPEN failed - status "
                       RN-BORRFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           MOVE "N" TO RN-EOF-SWITCH
           PERFORM 5400-WEIGH-ONE-BORROWER THRU 5400-EXIT
               UNTIL RN-FILE-EOF
           CLOSE BorrowerFile.
       5000-EXIT.
           EXIT.

       5100-MARK-LOANS.
           OPEN INPUT LoanFile
           IF RN-LOANFILE-NEW
               GO TO 5100-EXIT
           END-IF
           IF NOT RN-LOANFILE-OK
               DISPLAY "BOOKLOAN.DAT OPEN failed - status "
                       RN-LOANFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 5100-EXIT
           END-IF
           MOVE "N" TO RN-EOF-SWITCH
           PERFORM 5110-MARK-ONE-LOAN THRU 5110-EXIT
               UNTIL RN-FILE-EOF
           CLOSE LoanFile.
       5100-EXIT.
           EXIT.

       5110-MARK-ONE-LOAN.
           READ LoanFile NEXT RECORD
               AT END
                   SET RN-FILE-EOF TO TRUE
                   GO TO 5110-EXIT
           END-READ
           IF LN-ON-LOAN
               AND LN-BORROWER-NO IS NUMERIC
               AND LN-BORROWER-NO > ZEROS
               MOVE "Y" TO RN-OUTSTANDING (LN-BORROWER-NO)
           END-IF.
       5110-EXIT.
           EXIT.

       5200-MARK-HOLDS.
           OPEN INPUT HoldFile
           IF RN-HOLDFILE-NEW
               GO TO 5200-EXIT
           END-IF
           IF NOT RN-HOLDFILE-OK
               DISPLAY "BOOKHOLD.DAT OPEN failed - status "
                       RN-HOLDFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 5200-EXIT
           END-IF
           MOVE "N" TO RN-EOF-SWITCH
           PERFORM 5210-MARK-ONE-HOLD THRU 5210-EXIT
               UNTIL RN-FILE-EOF
           CLOSE HoldFile.
       5200-EXIT.
           EXIT.

       5210-MARK-ONE-HOLD.
           READ HoldFile
               AT END
                   SET RN-FILE-EOF TO TRUE
                   GO TO 5210-EXIT
           END-READ
           IF (HD-WAITING OR HD-OFFERED)
               AND HD-BORROWER-NO IS NUMERIC
               AND HD-BORROWER-NO > ZEROS
               MOVE "Y" TO RN-OUTSTANDING (HD-BORROWER-NO)
           END-IF.
       5210-EXIT.
           EXIT.

       5300-MARK-FINES.
           OPEN INPUT FineFile
           IF RN-FINEFILE-NEW
               GO TO 5300-EXIT
           END-IF
           IF NOT RN-FINEFILE-OK
               DISPLAY "BOOKFINE.DAT OPEN failed - status "
                       RN-FINEFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 5300-EXIT
           END-IF
           MOVE "N" TO RN-EOF-SWITCH
           PERFORM 5310-MARK-ONE-ACCOUNT THRU 5310-EXIT
               UNTIL RN-FILE-EOF
           CLOSE FineFile.
       5300-EXIT.
           EXIT.

      *  A credit the desk still has to refund counts as much as a
      *  debt.
       5310-MARK-ONE-ACCOUNT.
           READ FineFile NEXT RECORD
               AT END
                   SET RN-FILE-EOF TO TRUE
                   GO TO 5310-EXIT
           END-READ
           IF FN-BALANCE NOT = ZEROS
               AND FN-BORROWER-NO > ZEROS
               MOVE "Y" TO RN-OUTSTANDING (FN-BORROWER-NO)
           END-IF.
       5310-EXIT.
           EXIT.

      *  A zero expiry is a record from before memberships had a
      *  term - never lapsed, never removed here.
       5400-WEIGH-ONE-BORROWER.
           READ BorrowerFile NEXT RECORD
               AT END
                   SET RN-FILE-EOF TO TRUE
                   GO TO 5400-EXIT
           END-READ
           IF BW-EXPIRY-DATE IS NOT NUMERIC
               OR BW-EXPIRY-DATE = ZEROS
               OR BW-EXPIRY-DATE NOT < RN-LAPSE-CUTOFF
               OR BW-BORROWER-NO = ZEROS
               GO TO 5400-EXIT
           END-IF
           MOVE BW-BORROWER-NO TO RN-BORR-IX
           IF RN-OUTSTANDING (RN-BORR-IX) = "Y"
               ADD 1 TO RN-KEPT-COUNT
               GO TO 5400-EXIT
           END-IF
           IF RN-APPLY-MODE
               DELETE BorrowerFile
                   INVALID KEY
                       DISPLAY "Borrower " BW-BORROWER-NO
                               " not deleted."
                       MOVE 8 TO RETURN-CODE
                       GO TO 5400-EXIT
               END-DELETE
           END-IF
           MOVE BW-BORROWER-NO   TO RN-RL-BORROWER-NO
           MOVE BW-REGISTER-DATE TO RN-RL-REGISTERED
           MOVE BW-EXPIRY-DATE   TO RN-RL-EXPIRED
           MOVE RN-REMOVED-LINE TO RN-PRINT-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           ADD 1 TO RN-REMOVED-COUNT.
       5400-EXIT.
           EXIT.

       6000-TERMINATE.
           PERFORM 8100-PUT-BLANK-LINE THRU 8100-EXIT
           MOVE ALL "-" TO RN-PRINT-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           MOVE "History files read..............:" TO RN-CL-LABEL
           MOVE RN-FILE-COUNT TO RN-CL-COUNT
           MOVE RN-COUNT-LINE TO RN-PRINT-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           MOVE "Records anonymised..............:" TO RN-CL-LABEL
           MOVE RN-ANON-TOTAL TO RN-CL-COUNT
           MOVE RN-COUNT-LINE TO RN-PRINT-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           MOVE "Borrowers removed...............:" TO RN-CL-LABEL
           MOVE RN-REMOVED-COUNT TO RN-CL-COUNT
           MOVE RN-COUNT-LINE TO RN-PRINT-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           MOVE "Lapsed but kept - outstanding...:" TO RN-CL-LABEL
           MOVE RN-KEPT-COUNT TO RN-CL-COUNT
           MOVE RN-COUNT-LINE TO RN-PRINT-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           IF RN-CERT-OPEN
               PERFORM 8100-PUT-BLANK-LINE THRU 8100-EXIT
               MOVE "Certified by ......................"
                   TO RN-PRINT-LINE
               PERFORM 8000-PUT-LINE THRU 8000-EXIT
               CLOSE CertFile
               DISPLAY "Certificate written to " RN-CERT-NAME "."
           ELSE
               DISPLAY "Key A to apply."
           END-IF.
       6000-EXIT.
           EXIT.

      *  One file's counts onto the listing and into the totals.
       7000-PUT-FILE-LINE.
           ADD 1 TO RN-FILE-COUNT
           ADD RN-ANON-COUNT TO RN-ANON-TOTAL
           MOVE RN-READ-COUNT TO RN-FL-READ
           MOVE RN-ANON-COUNT TO RN-FL-ANON
           MOVE RN-FILE-LINE TO RN-PRINT-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT.
       7000-EXIT.
           EXIT.

      *  Every record read must have gone back.
       7100-CHECK-RECOUNT.
           IF RN-RECOUNT NOT = RN-READ-COUNT
               DISPLAY "*** REWRITE OUT OF BALANCE - READ "
                       RN-READ-COUNT " WRITTEN " RN-RECOUNT " ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
       7100-EXIT.
           EXIT.

      *  Each listing line goes to the console and, when applying,
      *  onto the certificate as well.
       8000-PUT-LINE.
           DISPLAY RN-PRINT-LINE
           IF RN-CERT-OPEN
               WRITE RN-CERT-RECORD FROM RN-PRINT-LINE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-PUT-BLANK-LINE.
           MOVE SPACES TO RN-PRINT-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT.
       8100-EXIT.
           EXIT.
