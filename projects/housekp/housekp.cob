       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HOUSEKP.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  HOUSEKP
      *
      *  Monthly housekeeping, in the LOANARCH style.  Moves the
      *  records closed longer than a retention period off four
      *  files the night stream reads front to back, into archive
      *  files dated with the run month, and leaves the open ones
      *  in place:
      *
      *      BOOKHOLD.DAT  filled and expired holds, to HDAyyyymm.DAT
      *                    - closed as of the latest of the placed,
      *                    offer and received dates (default 90 days)
      *      BOOKILL.DAT   closed ILLs, to ILAyyyymm.DAT - closed as
      *                    of the return date (default 180 days)
      *      INCIDENT.DAT  closed incidents, to INAyyyymm.DAT -
      *                    closed as of INCDMNT's closed date, or the
      *                    incident date for one closed before INCDMNT
      *                    stamped it (default 365 days)
      *      NOTIHIST.DAT  notices sent, to NHAyyyymm.DAT (default
      *                    180 days) - but never a notice for a loan
      *                    still out on BOOKLOAN.DAT, which BOOKNOTC
      *                    and LOSTSWP still count on
      *
      *  The HKOPT.DAT card overrides each retention period in days
      *  and carries the mode - D for a dry run, which moves nothing
      *  and prints what would move.  A missing file is skipped.
      *  Each move balances the LOANARCH way - read must equal moved
      *  plus kept, the live file and the archive are recounted off
      *  disk, and the before total must equal the after total -
      *  ending RETURN-CODE 8 if anything was dropped.  A second run
      *  in the month appends to the same archives.  START/STOP
      *  logged through STEP-LOG as HOUSEKEEP so NITERUN can re-drive
      *  a run that died.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program.
      *  2026-10-15  jg  Hold work and archive records grew with
      *                  HOLDREC.
      *  2026-10-15  jg  Pass 2 of each purge opens the work file
      *                  before emptying the live file, so a work
      *                  file that will not open leaves the live
      *                  holds, incidents or notices untouched.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HoldFile ASSIGN TO "BOOKHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HK-HOLDFILE-STATUS.
           SELECT IllFile ASSIGN TO "BOOKILL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IL-ILL-NO
               FILE STATUS IS HK-ILLFILE-STATUS.
           SELECT IncidentFile ASSIGN TO "INCIDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HK-INCDFILE-STATUS.
           SELECT NoticeHistFile ASSIGN TO "NOTIHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HK-NOTEFILE-STATUS.
           SELECT LoanFile ASSIGN TO "BOOKLOAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-BOOK-ID
               FILE STATUS IS HK-LOANFILE-STATUS.
           SELECT WorkFile ASSIGN TO "HOUSEKP.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HK-WORKFILE-STATUS.
           SELECT ArchiveFile ASSIGN TO HK-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HK-ARCHFILE-STATUS.
           SELECT OptionFile ASSIGN TO "HKOPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HK-OPTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HoldFile.
       COPY HOLDREC.

       FD IllFile.
       COPY ILLREC.

       FD IncidentFile.
       COPY INCDREC.

       FD NoticeHistFile.
       COPY NOTIHIST.

       FD LoanFile.
       COPY LOANREC.

      *  One work file and one archive file serve each file in
      *  turn, at the length of the file being moved.
       FD WorkFile.
       01  HK-WORK-HOLD-RECORD       PIC X(84).
       01  HK-WORK-INCD-RECORD       PIC X(170).
       01  HK-WORK-NOTICE-RECORD     PIC X(22).

       FD ArchiveFile.
       01  HK-ARCH-HOLD-RECORD       PIC X(84).
       01  HK-ARCH-ILL-RECORD        PIC X(84).
       01  HK-ARCH-INCD-RECORD       PIC X(170).
       01  HK-ARCH-NOTICE-RECORD     PIC X(22).

       FD OptionFile.
       01  HK-OPTION-RECORD.
           05  HK-OPT-MODE           PIC X(01).
           05  HK-OPT-HOLD-DAYS      PIC 9(04).
           05  HK-OPT-ILL-DAYS       PIC 9(04).
           05  HK-OPT-INCD-DAYS      PIC 9(04).
           05  HK-OPT-NOTICE-DAYS    PIC 9(04).

       WORKING-STORAGE SECTION.
       01  HK-HOLDFILE-STATUS        PIC X(02).
           88  HK-HOLDFILE-OK        VALUE "00".

       01  HK-ILLFILE-STATUS         PIC X(02).
           88  HK-ILLFILE-OK         VALUE "00".

       01  HK-INCDFILE-STATUS        PIC X(02).
           88  HK-INCDFILE-OK        VALUE "00".

       01  HK-NOTEFILE-STATUS        PIC X(02).
           88  HK-NOTEFILE-OK        VALUE "00".

       01  HK-LOANFILE-STATUS        PIC X(02).
           88  HK-LOANFILE-OK        VALUE "00".

       01  HK-WORKFILE-STATUS        PIC X(02).
           88  HK-WORKFILE-OK        VALUE "00".

       01  HK-ARCHFILE-STATUS        PIC X(02).
           88  HK-ARCHFILE-OK        VALUE "00".
           88  HK-ARCHFILE-NEW       VALUE "35".

       01  HK-OPTFILE-STATUS         PIC X(02).
           88  HK-OPTFILE-OK         VALUE "00".

       01  HK-EOF-SWITCH             PIC X(01).
           88  HK-FILE-EOF           VALUE "Y".

       01  HK-MODE                   PIC X(01) VALUE "L".
           88  HK-DRY-RUN            VALUE "D".

       01  HK-LOANS-SWITCH           PIC X(01) VALUE "N".
           88  HK-LOANS-ON-FILE      VALUE "Y".

       01  HK-MOVE-SWITCH            PIC X(01).
           88  HK-MOVE-RECORD        VALUE "Y".

       01  HK-SYSTEM-DATE            PIC 9(08).
       01  HK-CLOSED-DATE            PIC 9(08).
       01  HK-ARCHIVE-NAME           PIC X(16).
       01  HK-COUNT                  PIC 9(07).

      *  One entry per file moved, in run order.  The retention
      *  periods - the HKOPT.DAT card overrides each.
       01  HK-FILE-TABLE.
           05  HK-FILE-ENTRY OCCURS 4 TIMES.
               10  HK-FL-NAME        PIC X(12).
               10  HK-FL-PREFIX      PIC X(03).
               10  HK-FL-DAYS        PIC 9(04).
               10  HK-FL-CUTOFF      PIC 9(08).
               10  HK-FL-STATE       PIC X(01).
                   88  HK-FL-SKIPPED VALUE "S".
                   88  HK-FL-FAILED  VALUE "F".
               10  HK-FL-READ        PIC 9(07).
               10  HK-FL-MOVED       PIC 9(07).
               10  HK-FL-KEPT        PIC 9(07).
               10  HK-FL-ARCH-PRIOR  PIC 9(07).
               10  HK-FL-LIVE-AFTER  PIC 9(07).
               10  HK-FL-ARCH-AFTER  PIC 9(07).
       01  HK-FX                     PIC 9(01).

       COPY DATESVCA.

       COPY STEPLOGC.

       COPY RUNDATE.

       01  HK-HEADING-1.
           05  FILLER                PIC X(14) VALUE "FILE".
           05  FILLER                PIC X(09) VALUE "ARCHIVE".
           05  FILLER                PIC X(09) VALUE "CLOSED <".
           05  FILLER                PIC X(09) VALUE "     READ".
           05  FILLER                PIC X(09) VALUE "    MOVED".
           05  FILLER                PIC X(09) VALUE "     KEPT".
           05  FILLER                PIC X(09) VALUE "   BEFORE".
           05  FILLER                PIC X(09) VALUE "    AFTER".

       01  HK-DETAIL-LINE.
           05  HK-D-NAME             PIC X(14).
           05  HK-D-PREFIX           PIC X(03).
           05  HK-D-MONTH            PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  HK-D-CUTOFF           PIC 9(08).
           05  HK-D-READ             PIC Z,ZZZ,ZZ9.
           05  HK-D-MOVED            PIC Z,ZZZ,ZZ9.
           05  HK-D-KEPT             PIC Z,ZZZ,ZZ9.
           05  HK-D-BEFORE           PIC Z,ZZZ,ZZ9.
           05  HK-D-AFTER            PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HK-D-NOTE             PIC X(10).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "HOUSEKEEP" TO SL-STEP-NAME
           MOVE "START" TO SL-STEP-ACTION
           CALL "STEP-LOG" USING SL-STEP-LOG-AREA
           END-CALL
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZEROS
               PERFORM 2000-MOVE-HOLDS THRU 2000-EXIT
               PERFORM 3000-MOVE-ILLS THRU 3000-EXIT
               PERFORM 4000-MOVE-INCIDENTS THRU 4000-EXIT
               PERFORM 5000-MOVE-NOTICES THRU 5000-EXIT
               PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
           END-IF
      *  STOP is logged only on a clean run, matching HOLDSWP.
           IF RETURN-CODE = ZEROS
               MOVE "HOUSEKEEP" TO SL-STEP-NAME
               MOVE "STOP" TO SL-STEP-ACTION
               CALL "STEP-LOG" USING SL-STEP-LOG-AREA
               END-CALL
           END-IF
           GOBACK.

       1000-INITIALIZE.
           ACCEPT HK-SYSTEM-DATE FROM DATE YYYYMMDD
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           MOVE "L" TO HK-MODE
           INITIALIZE HK-FILE-TABLE
           MOVE "BOOKHOLD.DAT" TO HK-FL-NAME (1)
           MOVE "HDA"          TO HK-FL-PREFIX (1)
           MOVE 90             TO HK-FL-DAYS (1)
           MOVE "BOOKILL.DAT"  TO HK-FL-NAME (2)
           MOVE "ILA"          TO HK-FL-PREFIX (2)
           MOVE 180            TO HK-FL-DAYS (2)
           MOVE "INCIDENT.DAT" TO HK-FL-NAME (3)
           MOVE "INA"          TO HK-FL-PREFIX (3)
           MOVE 365            TO HK-FL-DAYS (3)
           MOVE "NOTIHIST.DAT" TO HK-FL-NAME (4)
           MOVE "NHA"          TO HK-FL-PREFIX (4)
           MOVE 180            TO HK-FL-DAYS (4)
           PERFORM 1100-READ-OPTION-CARD THRU 1100-EXIT
           DISPLAY "HOUSEKP  MONTHLY HOUSEKEEPING  "
                   RD-RUN-DATE-DISPLAY
           IF HK-DRY-RUN
               DISPLAY "*** DRY RUN - nothing is moved; MOVED is what"
                       " would move ***"
           END-IF
           DISPLAY "----------------------------------------"
           PERFORM 1200-SET-ONE-CUTOFF THRU 1200-EXIT
               VARYING HK-FX FROM 1 BY 1
                   UNTIL HK-FX > 4.
       1000-EXIT.
           EXIT.

      *  A missing card, or a blank or zero field, keeps the
      *  built-in default for that field.
       1100-READ-OPTION-CARD.
           OPEN INPUT OptionFile
           IF NOT HK-OPTFILE-OK
               GO TO 1100-EXIT
           END-IF
           READ OptionFile
               AT END
                   CLOSE OptionFile
                   GO TO 1100-EXIT
           END-READ
           IF HK-OPT-MODE = "D" OR "d"
               MOVE "D" TO HK-MODE
           END-IF
           IF HK-OPT-HOLD-DAYS IS NUMERIC
               AND HK-OPT-HOLD-DAYS > ZEROS
               MOVE HK-OPT-HOLD-DAYS TO HK-FL-DAYS (1)
           END-IF
           IF HK-OPT-ILL-DAYS IS NUMERIC
               AND HK-OPT-ILL-DAYS > ZEROS
               MOVE HK-OPT-ILL-DAYS TO HK-FL-DAYS (2)
           END-IF
           IF HK-OPT-INCD-DAYS IS NUMERIC
               AND HK-OPT-INCD-DAYS > ZEROS
               MOVE HK-OPT-INCD-DAYS TO HK-FL-DAYS (3)
           END-IF
           IF HK-OPT-NOTICE-DAYS IS NUMERIC
               AND HK-OPT-NOTICE-DAYS > ZEROS
               MOVE HK-OPT-NOTICE-DAYS TO HK-FL-DAYS (4)
           END-IF
           CLOSE OptionFile.
       1100-EXIT.
           EXIT.

      *  A record closed before the cutoff date moves.
       1200-SET-ONE-CUTOFF.
           MOVE "A" TO DS-FUNCTION
           MOVE HK-SYSTEM-DATE TO DS-DATE-1
           COMPUTE DS-DAYS = 0 - HK-FL-DAYS (HK-FX)
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           IF DS-STATUS NOT = "00"
               DISPLAY "Retention cutoff for " HK-FL-NAME (HK-FX)
                       " could not be worked out - status "
                       DS-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF
           MOVE DS-DATE-2 TO HK-FL-CUTOFF (HK-FX).
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  2000-MOVE-HOLDS - a waiting or offered hold is open and
      *  always stays.
      *****************************************************************
       2000-MOVE-HOLDS.
           MOVE 1 TO HK-FX
           OPEN INPUT HoldFile
           IF NOT HK-HOLDFILE-OK
               DISPLAY "BOOKHOLD.DAT not available - status "
                       HK-HOLDFILE-STATUS " - skipped."
               MOVE "S" TO HK-FL-STATE (HK-FX)
               GO TO 2000-EXIT
           END-IF
           PERFORM 6000-OPEN-OUTPUTS THRU 6000-EXIT
           IF HK-FL-FAILED (HK-FX)
               CLOSE HoldFile
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO HK-EOF-SWITCH
           PERFORM 2100-SPLIT-ONE-HOLD THRU 2100-EXIT
               UNTIL HK-FILE-EOF
           CLOSE HoldFile
           PERFORM 6100-CLOSE-OUTPUTS THRU 6100-EXIT
           IF HK-DRY-RUN OR HK-FL-MOVED (HK-FX) = ZEROS
               GO TO 2000-EXIT
           END-IF
      *  The live file is only emptied once the work file that
      *  refills it is open.
           OPEN INPUT WorkFile
           IF NOT HK-WORKFILE-OK
               DISPLAY "BOOKHOLD.DAT pass 2 work file OPEN failed -"
                       " status " HK-WORKFILE-STATUS " - live file"
                       " not rewritten."
               MOVE "F" TO HK-FL-STATE (HK-FX)
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           OPEN OUTPUT HoldFile
           IF NOT HK-HOLDFILE-OK
               DISPLAY "BOOKHOLD.DAT pass 2 OPEN failed - status "
                       HK-HOLDFILE-STATUS " - live file not rewritten."
               CLOSE WorkFile
               MOVE "F" TO HK-FL-STATE (HK-FX)
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO HK-EOF-SWITCH
           PERFORM 2200-COPY-BACK-ONE-HOLD THRU 2200-EXIT
               UNTIL HK-FILE-EOF
           CLOSE HoldFile
           CLOSE WorkFile.
       2000-EXIT.
           EXIT.

       2100-SPLIT-ONE-HOLD.
           READ HoldFile
               AT END
                   SET HK-FILE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO HK-FL-READ (HK-FX)
           MOVE "N" TO HK-MOVE-SWITCH
           IF HD-FILLED OR HD-EXPIRED
               MOVE HD-PLACED-DATE TO HK-CLOSED-DATE
               IF HD-OFFER-DATE IS NUMERIC
                   AND HD-OFFER-DATE > HK-CLOSED-DATE
                   MOVE HD-OFFER-DATE TO HK-CLOSED-DATE
               END-IF
               IF HD-RECEIVED-DATE IS NUMERIC
                   AND HD-RECEIVED-DATE > HK-CLOSED-DATE
                   MOVE HD-RECEIVED-DATE TO HK-CLOSED-DATE
               END-IF
               IF HK-CLOSED-DATE < HK-FL-CUTOFF (HK-FX)
                   SET HK-MOVE-RECORD TO TRUE
               END-IF
           END-IF
           IF HK-MOVE-RECORD
               ADD 1 TO HK-FL-MOVED (HK-FX)
               IF NOT HK-DRY-RUN
                   MOVE HD-HOLD-RECORD TO HK-ARCH-HOLD-RECORD
                   WRITE HK-ARCH-HOLD-RECORD
               END-IF
           ELSE
               ADD 1 TO HK-FL-KEPT (HK-FX)
               IF NOT HK-DRY-RUN
                   MOVE HD-HOLD-RECORD TO HK-WORK-HOLD-RECORD
                   WRITE HK-WORK-HOLD-RECORD
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

       2200-COPY-BACK-ONE-HOLD.
           READ WorkFile
               AT END
                   SET HK-FILE-EOF TO TRUE
                   GO TO 2200-EXIT
           END-READ
           MOVE HK-WORK-HOLD-RECORD TO HD-HOLD-RECORD
           WRITE HD-HOLD-RECORD.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  3000-MOVE-ILLS - BOOKILL.DAT is keyed, so a closed ILL is
      *  archived and deleted in place; no work file.
      *****************************************************************
       3000-MOVE-ILLS.
           MOVE 2 TO HK-FX
           IF HK-DRY-RUN
               OPEN INPUT IllFile
           ELSE
               OPEN I-O IllFile
           END-IF
           IF NOT HK-ILLFILE-OK
               DISPLAY "BOOKILL.DAT not available - status "
                       HK-ILLFILE-STATUS " - skipped."
               MOVE "S" TO HK-FL-STATE (HK-FX)
               GO TO 3000-EXIT
           END-IF
           PERFORM 6000-OPEN-OUTPUTS THRU 6000-EXIT
           IF HK-FL-FAILED (HK-FX)
               CLOSE IllFile
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO HK-EOF-SWITCH
           PERFORM 3100-SPLIT-ONE-ILL THRU 3100-EXIT
               UNTIL HK-FILE-EOF
           CLOSE IllFile
           PERFORM 6100-CLOSE-OUTPUTS THRU 6100-EXIT.
       3000-EXIT.
           EXIT.

       3100-SPLIT-ONE-ILL.
           READ IllFile NEXT RECORD
               AT END
                   SET HK-FILE-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO HK-FL-READ (HK-FX)
           MOVE "N" TO HK-MOVE-SWITCH
           IF IL-CLOSED
               MOVE IL-RETURN-DATE TO HK-CLOSED-DATE
               IF HK-CLOSED-DATE NOT NUMERIC
                   OR HK-CLOSED-DATE = ZEROS
                   MOVE IL-DUE-DATE TO HK-CLOSED-DATE
               END-IF
               IF HK-CLOSED-DATE < HK-FL-CUTOFF (HK-FX)
                   SET HK-MOVE-RECORD TO TRUE
               END-IF
           END-IF
           IF NOT HK-MOVE-RECORD
               ADD 1 TO HK-FL-KEPT (HK-FX)
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO HK-FL-MOVED (HK-FX)
           IF HK-DRY-RUN
               GO TO 3100-EXIT
           END-IF
           MOVE IL-ILL-RECORD TO HK-ARCH-ILL-RECORD
           WRITE HK-ARCH-ILL-RECORD
           DELETE IllFile
               INVALID KEY
                   DISPLAY "ILL " IL-ILL-NO " archived but not"
                           " deleted - status " HK-ILLFILE-STATUS
                           "."
                   MOVE 8 TO RETURN-CODE
           END-DELETE.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  4000-MOVE-INCIDENTS
      *****************************************************************
       4000-MOVE-INCIDENTS.
           MOVE 3 TO HK-FX
           OPEN INPUT IncidentFile
           IF NOT HK-INCDFILE-OK
               DISPLAY "INCIDENT.DAT not available - status "
                       HK-INCDFILE-STATUS " - skipped."
               MOVE "S" TO HK-FL-STATE (HK-FX)
               GO TO 4000-EXIT
           END-IF
           PERFORM 6000-OPEN-OUTPUTS THRU 6000-EXIT
           IF HK-FL-FAILED (HK-FX)
               CLOSE IncidentFile
               GO TO 4000-EXIT
           END-IF
           MOVE "N" TO HK-EOF-SWITCH
           PERFORM 4100-SPLIT-ONE-INCIDENT THRU 4100-EXIT
               UNTIL HK-FILE-EOF
           CLOSE IncidentFile
           PERFORM 6100-CLOSE-OUTPUTS THRU 6100-EXIT
           IF HK-DRY-RUN OR HK-FL-MOVED (HK-FX) = ZEROS
               GO TO 4000-EXIT
           END-IF
      *  The live file is only emptied once the work file that
      *  refills it is open.
           OPEN INPUT WorkFile
           IF NOT HK-WORKFILE-OK
               DISPLAY "INCIDENT.DAT pass 2 work file OPEN failed -"
                       " status " HK-WORKFILE-STATUS " - live file"
                       " not rewritten."
               MOVE "F" TO HK-FL-STATE (HK-FX)
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           OPEN OUTPUT IncidentFile
           IF NOT HK-INCDFILE-OK
               DISPLAY "INCIDENT.DAT pass 2 OPEN failed - status "
                       HK-INCDFILE-STATUS " - live file not rewritten."
               CLOSE WorkFile
               MOVE "F" TO HK-FL-STATE (HK-FX)
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           MOVE "N" TO HK-EOF-SWITCH
           PERFORM 4200-COPY-BACK-ONE-INCIDENT THRU 4200-EXIT
               UNTIL HK-FILE-EOF
           CLOSE IncidentFile
           CLOSE WorkFile.
       4000-EXIT.
           EXIT.

       4100-SPLIT-ONE-INCIDENT.
           READ IncidentFile
               AT END
                   SET HK-FILE-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO HK-FL-READ (HK-FX)
           MOVE "N" TO HK-MOVE-SWITCH
           IF IN-CLOSED
               MOVE IN-CLOSED-DATE TO HK-CLOSED-DATE
               IF HK-CLOSED-DATE NOT NUMERIC
                   OR HK-CLOSED-DATE = ZEROS
                   MOVE IN-INCIDENT-DATE TO HK-CLOSED-DATE
               END-IF
               IF HK-CLOSED-DATE < HK-FL-CUTOFF (HK-FX)
                   SET HK-MOVE-RECORD TO TRUE
               END-IF
           END-IF
           IF HK-MOVE-RECORD
               ADD 1 TO HK-FL-MOVED (HK-FX)
               IF NOT HK-DRY-RUN
                   MOVE IN-INCIDENT-RECORD TO HK-ARCH-INCD-RECORD
                   WRITE HK-ARCH-INCD-RECORD
               END-IF
           ELSE
               ADD 1 TO HK-FL-KEPT (HK-FX)
               IF NOT HK-DRY-RUN
                   MOVE IN-INCIDENT-RECORD TO HK-WORK-INCD-RECORD
                   WRITE HK-WORK-INCD-RECORD
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.

       4200-COPY-BACK-ONE-INCIDENT.
           READ WorkFile
               AT END
                   SET HK-FILE-EOF TO TRUE
                   GO TO 4200-EXIT
           END-READ
           MOVE HK-WORK-INCD-RECORD TO IN-INCIDENT-RECORD
           WRITE IN-INCIDENT-RECORD.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  5000-MOVE-NOTICES - a notice for a loan still out stays,
      *  however old, so BOOKNOTC does not notice the loan afresh
      *  and LOSTSWP still finds its second notice.  With no
      *  BOOKLOAN.DAT to check against, every notice stays.
      *****************************************************************
       5000-MOVE-NOTICES.
           MOVE 4 TO HK-FX
           MOVE "N" TO HK-LOANS-SWITCH
           OPEN INPUT LoanFile
           IF HK-LOANFILE-OK
               SET HK-LOANS-ON-FILE TO TRUE
           ELSE
               DISPLAY "BOOKLOAN.DAT not available - status "
                       HK-LOANFILE-STATUS " - every notice kept."
           END-IF
           PERFORM 5050-SPLIT-NOTICE-FILE THRU 5050-EXIT
           IF HK-LOANS-ON-FILE
               CLOSE LoanFile
           END-IF.
       5000-EXIT.
           EXIT.

       5050-SPLIT-NOTICE-FILE.
           OPEN INPUT NoticeHistFile
           IF NOT HK-NOTEFILE-OK
               DISPLAY "NOTIHIST.DAT not available - status "
                       HK-NOTEFILE-STATUS " - skipped."
               MOVE "S" TO HK-FL-STATE (HK-FX)
               GO TO 5050-EXIT
           END-IF
           PERFORM 6000-OPEN-OUTPUTS THRU 6000-EXIT
           IF HK-FL-FAILED (HK-FX)
               CLOSE NoticeHistFile
               GO TO 5050-EXIT
           END-IF
           MOVE "N" TO HK-EOF-SWITCH
           PERFORM 5100-SPLIT-ONE-NOTICE THRU 5100-EXIT
               UNTIL HK-FILE-EOF
           CLOSE NoticeHistFile
           PERFORM 6100-CLOSE-OUTPUTS THRU 6100-EXIT
           IF HK-DRY-RUN OR HK-FL-MOVED (HK-FX) = ZEROS
               GO TO 5050-EXIT
           END-IF
      *  The live file is only emptied once the work file that
      *  refills it is open.
           OPEN INPUT WorkFile
           IF NOT HK-WORKFILE-OK
               DISPLAY "NOTIHIST.DAT pass 2 work file OPEN failed -"
                       " status " HK-WORKFILE-STATUS " - live file"
                       " not rewritten."
               MOVE "F" TO HK-FL-STATE (HK-FX)
               MOVE 8 TO RETURN-CODE
               GO TO 5050-EXIT
           END-IF
           OPEN OUTPUT NoticeHistFile
           IF NOT HK-NOTEFILE-OK
               DISPLAY "NOTIHIST.DAT pass 2 OPEN failed - status "
                       HK-NOTEFILE-STATUS " - live file not rewritten."
               CLOSE WorkFile
               MOVE "F" TO HK-FL-STATE (HK-FX)
               MOVE 8 TO RETURN-CODE
               GO TO 5050-EXIT
           END-IF
           MOVE "N" TO HK-EOF-SWITCH
           PERFORM 5200-COPY-BACK-ONE-NOTICE THRU 5200-EXIT
               UNTIL HK-FILE-EOF
           CLOSE NoticeHistFile
           CLOSE WorkFile.
       5050-EXIT.
           EXIT.

       5100-SPLIT-ONE-NOTICE.
           READ NoticeHistFile
               AT END
                   SET HK-FILE-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ
           ADD 1 TO HK-FL-READ (HK-FX)
           MOVE "N" TO HK-MOVE-SWITCH
           IF HK-LOANS-ON-FILE
               AND NH-NOTICE-DATE < HK-FL-CUTOFF (HK-FX)
               SET HK-MOVE-RECORD TO TRUE
               MOVE NH-BOOK-ID TO LN-BOOK-ID
               READ LoanFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LN-ON-LOAN
                           AND LN-BORROWER-NO = NH-BORROWER-NO
                           MOVE "N" TO HK-MOVE-SWITCH
                       END-IF
               END-READ
           END-IF
           IF HK-MOVE-RECORD
               ADD 1 TO HK-FL-MOVED (HK-FX)
               IF NOT HK-DRY-RUN
                   MOVE NH-NOTICE-RECORD TO HK-ARCH-NOTICE-RECORD
                   WRITE HK-ARCH-NOTICE-RECORD
               END-IF
           ELSE
               ADD 1 TO HK-FL-KEPT (HK-FX)
               IF NOT HK-DRY-RUN
                   MOVE NH-NOTICE-RECORD TO HK-WORK-NOTICE-RECORD
                   WRITE HK-WORK-NOTICE-RECORD
               END-IF
           END-IF.
       5100-EXIT.
           EXIT.

       5200-COPY-BACK-ONE-NOTICE.
           READ WorkFile
               AT END
                   SET HK-FILE-EOF TO TRUE
                   GO TO 5200-EXIT
           END-READ
           MOVE HK-WORK-NOTICE-RECORD TO NH-NOTICE-RECORD
           WRITE NH-NOTICE-RECORD.
       5200-EXIT.
           EXIT.

      *****************************************************************
      *  6000-OPEN-OUTPUTS - the archive for the file at HK-FX,
      *  named for the run month, and the work file.  A rerun in
      *  the month appends to the archive already there - count
      *  what it holds first so the balance still proves out.  A
      *  dry run opens neither.
      *****************************************************************
       6000-OPEN-OUTPUTS.
           MOVE SPACES TO HK-ARCHIVE-NAME
           STRING HK-FL-PREFIX (HK-FX)  DELIMITED BY SIZE
                  HK-SYSTEM-DATE (1:6) DELIMITED BY SIZE
                  ".DAT"               DELIMITED BY SIZE
               INTO HK-ARCHIVE-NAME
           IF HK-DRY-RUN
               GO TO 6000-EXIT
           END-IF
           PERFORM 6200-COUNT-ARCHIVE THRU 6200-EXIT
           MOVE HK-COUNT TO HK-FL-ARCH-PRIOR (HK-FX)
           OPEN EXTEND ArchiveFile
           IF HK-ARCHFILE-NEW
               OPEN OUTPUT ArchiveFile
           END-IF
           IF NOT HK-ARCHFILE-OK
               DISPLAY HK-ARCHIVE-NAME " OPEN failed - status "
                       HK-ARCHFILE-STATUS " - "
                       HK-FL-NAME (HK-FX) " not moved."
               MOVE "F" TO HK-FL-STATE (HK-FX)
               MOVE 8 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF
      *  BOOKILL.DAT deletes in place and needs no work file.
           IF HK-FX = 2
               GO TO 6000-EXIT
           END-IF
           OPEN OUTPUT WorkFile
           IF NOT HK-WORKFILE-OK
               DISPLAY "HOUSEKP.TMP OPEN failed - status "
                       HK-WORKFILE-STATUS " - "
                       HK-FL-NAME (HK-FX) " not moved."
               MOVE "F" TO HK-FL-STATE (HK-FX)
               MOVE 8 TO RETURN-CODE
               CLOSE ArchiveFile
           END-IF.
       6000-EXIT.
           EXIT.

       6100-CLOSE-OUTPUTS.
           IF HK-DRY-RUN
               GO TO 6100-EXIT
           END-IF
           CLOSE ArchiveFile
           IF HK-FX NOT = 2
               CLOSE WorkFile
           END-IF.
       6100-EXIT.
           EXIT.

      *  HK-ARCHIVE-NAME in, HK-COUNT out - zero for an archive
      *  not there yet.
       6200-COUNT-ARCHIVE.
           MOVE ZEROS TO HK-COUNT
           OPEN INPUT ArchiveFile
           IF NOT HK-ARCHFILE-OK
               GO TO 6200-EXIT
           END-IF
           MOVE "N" TO HK-EOF-SWITCH
           PERFORM 6210-COUNT-ONE-ARCHIVED THRU 6210-EXIT
               UNTIL HK-FILE-EOF
           CLOSE ArchiveFile.
       6200-EXIT.
           EXIT.

       6210-COUNT-ONE-ARCHIVED.
           READ ArchiveFile
               AT END
                   SET HK-FILE-EOF TO TRUE
                   GO TO 6210-EXIT
           END-READ
           ADD 1 TO HK-COUNT.
       6210-EXIT.
           EXIT.

      *****************************************************************
      *  7000-PRINT-TOTALS - read, moved and kept per file, and the
      *  before total against the after total: what is left on the
      *  live file, recounted off disk, plus what reached the
      *  archive.  A dry run has nothing on disk to recount.
      *****************************************************************
       7000-PRINT-TOTALS.
           DISPLAY HK-HEADING-1
           PERFORM 7100-BALANCE-ONE-FILE THRU 7100-EXIT
               VARYING HK-FX FROM 1 BY 1
                   UNTIL HK-FX > 4
           DISPLAY "----------------------------------------"
           IF RETURN-CODE NOT = ZEROS
               DISPLAY "*** HOUSEKEEPING OUT OF BALANCE OR INCOMPLETE"
                       " - see above ***"
           ELSE
               IF HK-DRY-RUN
                   DISPLAY "Dry run complete - nothing moved."
               ELSE
                   DISPLAY "Housekeeping balanced - no record"
                           " dropped."
               END-IF
           END-IF.
       7000-EXIT.
           EXIT.

       7100-BALANCE-ONE-FILE.
           MOVE HK-FL-NAME (HK-FX)   TO HK-D-NAME
           MOVE HK-FL-PREFIX (HK-FX) TO HK-D-PREFIX
           MOVE HK-SYSTEM-DATE (1:6) TO HK-D-MONTH
           MOVE HK-FL-CUTOFF (HK-FX) TO HK-D-CUTOFF
           MOVE HK-FL-READ (HK-FX)   TO HK-D-READ HK-D-BEFORE
           MOVE HK-FL-MOVED (HK-FX)  TO HK-D-MOVED
           MOVE HK-FL-KEPT (HK-FX)   TO HK-D-KEPT
           MOVE SPACES TO HK-D-NOTE
           IF HK-FL-SKIPPED (HK-FX)
               MOVE ZEROS TO HK-D-AFTER
               MOVE "SKIPPED" TO HK-D-NOTE
               DISPLAY HK-DETAIL-LINE
               GO TO 7100-EXIT
           END-IF
           IF HK-FL-FAILED (HK-FX)
               MOVE ZEROS TO HK-D-AFTER
               MOVE "FAILED" TO HK-D-NOTE
               DISPLAY HK-DETAIL-LINE
               GO TO 7100-EXIT
           END-IF
           IF HK-DRY-RUN
               COMPUTE HK-D-AFTER =
                   HK-FL-MOVED (HK-FX) + HK-FL-KEPT (HK-FX)
               MOVE "DRY RUN" TO HK-D-NOTE
               DISPLAY HK-DETAIL-LINE
               GO TO 7100-EXIT
           END-IF
           PERFORM 7200-RECOUNT-LIVE THRU 7200-EXIT
           MOVE HK-COUNT TO HK-FL-LIVE-AFTER (HK-FX)
           MOVE SPACES TO HK-ARCHIVE-NAME
           STRING HK-FL-PREFIX (HK-FX)  DELIMITED BY SIZE
                  HK-SYSTEM-DATE (1:6) DELIMITED BY SIZE
                  ".DAT"               DELIMITED BY SIZE
               INTO HK-ARCHIVE-NAME
           PERFORM 6200-COUNT-ARCHIVE THRU 6200-EXIT
           MOVE HK-COUNT TO HK-FL-ARCH-AFTER (HK-FX)
           COMPUTE HK-D-AFTER = HK-FL-LIVE-AFTER (HK-FX)
               + HK-FL-ARCH-AFTER (HK-FX) - HK-FL-ARCH-PRIOR (HK-FX)
           IF HK-FL-READ (HK-FX) NOT =
                   HK-FL-MOVED (HK-FX) + HK-FL-KEPT (HK-FX)
               OR HK-FL-LIVE-AFTER (HK-FX) NOT = HK-FL-KEPT (HK-FX)
               OR HK-FL-ARCH-AFTER (HK-FX) NOT =
                   HK-FL-ARCH-PRIOR (HK-FX) + HK-FL-MOVED (HK-FX)
               MOVE "*MISMATCH*" TO HK-D-NOTE
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY HK-DETAIL-LINE.
       7100-EXIT.
           EXIT.

      *  The live file at HK-FX recounted off disk into HK-COUNT.
       7200-RECOUNT-LIVE.
           MOVE ZEROS TO HK-COUNT
           MOVE "N" TO HK-EOF-SWITCH
           EVALUATE HK-FX
               WHEN 1
                   OPEN INPUT HoldFile
                   IF HK-HOLDFILE-OK
                       PERFORM 7210-RECOUNT-ONE-HOLD THRU 7210-EXIT
                           UNTIL HK-FILE-EOF
                       CLOSE HoldFile
                   END-IF
               WHEN 2
                   OPEN INPUT IllFile
                   IF HK-ILLFILE-OK
                       PERFORM 7220-RECOUNT-ONE-ILL THRU 7220-EXIT
                           UNTIL HK-FILE-EOF
                       CLOSE IllFile
                   END-IF
               WHEN 3
                   OPEN INPUT IncidentFile
                   IF HK-INCDFILE-OK
                       PERFORM 7230-RECOUNT-ONE-INCIDENT
                           THRU 7230-EXIT
                           UNTIL HK-FILE-EOF
                       CLOSE IncidentFile
                   END-IF
               WHEN 4
                   OPEN INPUT NoticeHistFile
                   IF HK-NOTEFILE-OK
                       PERFORM 7240-RECOUNT-ONE-NOTICE THRU 7240-EXIT
                           UNTIL HK-FILE-EOF
                       CLOSE NoticeHistFile
                   END-IF
           END-EVALUATE.
       7200-EXIT.
           EXIT.

       7210-RECOUNT-ONE-HOLD.
           READ HoldFile
               AT END
                   SET HK-FILE-EOF TO TRUE
                   GO TO 7210-EXIT
           END-READ
           ADD 1 TO HK-COUNT.
       7210-EXIT.
           EXIT.

       7220-RECOUNT-ONE-ILL.
           READ IllFile NEXT RECORD
               AT END
                   SET HK-FILE-EOF TO TRUE
                   GO TO 7220-EXIT
           END-READ
           ADD 1 TO HK-COUNT.
       7220-EXIT.
           EXIT.

       7230-RECOUNT-ONE-INCIDENT.
           READ IncidentFile
               AT END
                   SET HK-FILE-EOF TO TRUE
                   GO TO 7230-EXIT
           END-READ
           ADD 1 TO HK-COUNT.
       7230-EXIT.
           EXIT.

       7240-RECOUNT-ONE-NOTICE.
           READ NoticeHistFile
               AT END
                   SET HK-FILE-EOF TO TRUE
                   GO TO 7240-EXIT
           END-READ
           ADD 1 TO HK-COUNT.
       7240-EXIT.
           EXIT.
