       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FUNDRPT.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  FUNDRPT
      *
      *  Acquisitions fund status report.  Lists every fund on
      *  FUNDS.DAT for a keyed fiscal year (blank = the current
      *  year) with its allocation, what BOOKORD has encumbered on
      *  orders still outstanding, what it has spent on copies
      *  received, and the free balance left - flagging any fund
      *  that is over-committed - with totals across the year, so
      *  the budget position comes off the file instead of a
      *  spreadsheet kept beside it.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program, introduced with the
      *                  acquisitions fund accounting.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FundFile ASSIGN TO "FUNDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FU-FUND-KEY
               FILE STATUS IS FR-FUNDFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FundFile.
       COPY FUNDREC.

       WORKING-STORAGE SECTION.
       01  FR-FUNDFILE-STATUS        PIC X(02).
           88  FR-FUNDFILE-OK        VALUE "00".

       01  FR-EOF-SWITCH             PIC X(01) VALUE "N".
           88  FR-FILE-EOF           VALUE "Y".

       01  FR-SYSTEM-DATE            PIC 9(08).
       01  FR-YEAR-ENTRY             PIC X(04).
       01  FR-YEAR-ENTRY-N REDEFINES FR-YEAR-ENTRY
                                     PIC 9(04).
       01  FR-FISCAL-YEAR            PIC 9(04).

       01  FR-FREE-BALANCE           PIC S9(08)V99.
       01  FR-FUND-COUNT             PIC 9(05) VALUE ZEROS.
       01  FR-OVER-COUNT             PIC 9(05) VALUE ZEROS.
       01  FR-TOTAL-ALLOCATION       PIC S9(09)V99 VALUE ZEROS.
       01  FR-TOTAL-ENCUMBERED       PIC S9(09)V99 VALUE ZEROS.
       01  FR-TOTAL-SPENT            PIC S9(09)V99 VALUE ZEROS.
       01  FR-TOTAL-FREE             PIC S9(09)V99 VALUE ZEROS.

       COPY RUNDATE.

       01  FR-HEADING-1.
           05  FILLER                PIC X(09) VALUE "FUNDRPT".
           05  FILLER                PIC X(20) VALUE
               "FUND STATUS  YEAR ".
           05  FR-H1-YEAR            PIC 9(04).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  FILLER                PIC X(10) VALUE "RUN DATE:".
           05  FR-H1-DATE            PIC X(10).

       01  FR-HEADING-2.
           05  FILLER                PIC X(07) VALUE "FUND".
           05  FILLER                PIC X(22) VALUE "NAME".
           05  FILLER                PIC X(04) VALUE "BR".
           05  FILLER                PIC X(13) VALUE "  ALLOCATION".
           05  FILLER                PIC X(13) VALUE "  ENCUMBERED".
           05  FILLER                PIC X(13) VALUE "       SPENT".
           05  FILLER                PIC X(13) VALUE "        FREE".

       01  FR-DETAIL-LINE.
           05  FR-D-FUND             PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  FR-D-NAME             PIC X(21).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  FR-D-BRANCH           PIC X(03).
           05  FR-D-ALLOCATION       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  FR-D-ENCUMBERED       PIC -,---,--9.99.
           05  FR-D-SPENT            PIC -,---,--9.99.
           05  FR-D-FREE             PIC -,---,--9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  FR-D-FLAG             PIC X(04).

       01  FR-TOTAL-LINE.
           05  FILLER                PIC X(10) VALUE "TOTAL".
           05  FR-T-COUNT            PIC ZZ,ZZ9.
           05  FILLER                PIC X(08) VALUE " fund(s)".
           05  FILLER                PIC X(03) VALUE SPACES.
           05  FR-T-ALLOCATION       PIC -,---,---,--9.99.
           05  FR-T-ENCUMBERED       PIC -,---,---,--9.99.
           05  FR-T-SPENT            PIC -,---,---,--9.99.
           05  FR-T-FREE             PIC -,---,---,--9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZEROS
               PERFORM 2000-LIST-ONE-FUND THRU 2000-EXIT
                   UNTIL FR-FILE-EOF
               CLOSE FundFile
               PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
           END-IF
           GOBACK.

       1000-INITIALIZE.
           ACCEPT FR-SYSTEM-DATE FROM DATE YYYYMMDD
           DISPLAY "Fiscal year (blank = this year) : "
               WITH NO ADVANCING
           ACCEPT FR-YEAR-ENTRY
           IF FR-YEAR-ENTRY = SPACES
               MOVE FR-SYSTEM-DATE (1:4) TO FR-FISCAL-YEAR
           ELSE
               IF FR-YEAR-ENTRY-N NOT NUMERIC
                   DISPLAY "Fiscal year must be four digits."
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
               MOVE FR-YEAR-ENTRY-N TO FR-FISCAL-YEAR
           END-IF
           OPEN INPUT FundFile
           IF NOT FR-FUNDFILE-OK
               DISPLAY "FUNDS.DAT OPEN failed - status "
                       FR-FUNDFILE-STATUS " (see FUNDMNT)."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           MOVE RD-RUN-DATE-DISPLAY TO FR-H1-DATE
           MOVE FR-FISCAL-YEAR TO FR-H1-YEAR
           DISPLAY FR-HEADING-1
           DISPLAY SPACES
           DISPLAY FR-HEADING-2
           DISPLAY "----------------------------------------"
                   "----------------------------------------".
       1000-EXIT.
           EXIT.

       2000-LIST-ONE-FUND.
           READ FundFile NEXT RECORD
               AT END
                   SET FR-FILE-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF FU-FISCAL-YEAR NOT = FR-FISCAL-YEAR
               GO TO 2000-EXIT
           END-IF
           COMPUTE FR-FREE-BALANCE =
               FU-ALLOCATION - FU-ENCUMBERED - FU-SPENT
           MOVE FU-FUND-CODE    TO FR-D-FUND
           MOVE FU-FUND-NAME    TO FR-D-NAME
           MOVE FU-BRANCH       TO FR-D-BRANCH
           MOVE FU-ALLOCATION   TO FR-D-ALLOCATION
           MOVE FU-ENCUMBERED   TO FR-D-ENCUMBERED
           MOVE FU-SPENT        TO FR-D-SPENT
           MOVE FR-FREE-BALANCE TO FR-D-FREE
           IF FR-FREE-BALANCE < ZEROS
               MOVE "OVER" TO FR-D-FLAG
               ADD 1 TO FR-OVER-COUNT
           ELSE
               MOVE SPACES TO FR-D-FLAG
           END-IF
           DISPLAY FR-DETAIL-LINE
           ADD 1 TO FR-FUND-COUNT
           ADD FU-ALLOCATION   TO FR-TOTAL-ALLOCATION
           ADD FU-ENCUMBERED   TO FR-TOTAL-ENCUMBERED
           ADD FU-SPENT        TO FR-TOTAL-SPENT
           ADD FR-FREE-BALANCE TO FR-TOTAL-FREE.
       2000-EXIT.
           EXIT.

       3000-PRINT-TOTALS.
           MOVE FR-FUND-COUNT       TO FR-T-COUNT
           MOVE FR-TOTAL-ALLOCATION TO FR-T-ALLOCATION
           MOVE FR-TOTAL-ENCUMBERED TO FR-T-ENCUMBERED
           MOVE FR-TOTAL-SPENT      TO FR-T-SPENT
           MOVE FR-TOTAL-FREE       TO FR-T-FREE
           DISPLAY "----------------------------------------"
                   "----------------------------------------"
           DISPLAY FR-TOTAL-LINE
           IF FR-OVER-COUNT > ZEROS
               DISPLAY "*** " FR-OVER-COUNT " fund(s) over-committed."
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.
