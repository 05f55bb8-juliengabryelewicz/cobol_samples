       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BURST-SVC.
       AUTHOR.        Julien Gabryelewicz.
       INSTALLATION.  Shared Toolkit Services.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  BURST-SVC
      *
      *  Shared report-bursting service, in the style of KWIX-SVC.
      *  A report that goes out to the branches begins its run here,
      *  passes each column heading and each printed line tagged
      *  with its branch, and ends the run with its combined totals;
      *  every call appends one record to BURSTWK.DAT for RPTBURST
      *  to split into one copy per branch.  The run's date, time
      *  and line sequence are kept here between calls, so the
      *  caller only says what it printed.  Opens and closes the
      *  file on every call, like STEP-LOG - an abend leaves a run
      *  without its trailer, which RPTBURST reports as incomplete.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original subprogram.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BurstWorkFile ASSIGN TO "BURSTWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BQ-WORKFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BurstWorkFile.
       COPY BURSTWK.

       WORKING-STORAGE SECTION.
       01  BQ-WORKFILE-STATUS               PIC X(02).
           88  BQ-WORKFILE-OK               VALUE "00".
           88  BQ-WORKFILE-NEW              VALUE "35".

       01  BQ-REPORT-NAME                   PIC X(12) VALUE SPACES.
       01  BQ-RUN-DATE                      PIC 9(08) VALUE ZEROS.
       01  BQ-RUN-TIME                      PIC 9(08) VALUE ZEROS.
       01  BQ-FILE-LETTER                   PIC X(01) VALUE SPACES.
       01  BQ-SEQUENCE                      PIC 9(07) VALUE ZEROS.

       LINKAGE SECTION.
       COPY BURSTSVA.

       PROCEDURE DIVISION USING BX-BURST-SVC-AREA.
       0000-MAINLINE.
           MOVE "00" TO BX-STATUS
           OPEN EXTEND BurstWorkFile
           IF BQ-WORKFILE-NEW
               OPEN OUTPUT BurstWorkFile
           END-IF
           IF NOT BQ-WORKFILE-OK
               MOVE "02" TO BX-STATUS
               GOBACK
           END-IF
           IF BX-FUNCTION = "B"
               PERFORM 1000-BEGIN-RUN THRU 1000-EXIT
           END-IF
           ADD 1 TO BQ-SEQUENCE
           MOVE SPACES         TO BP-BURST-RECORD
           MOVE BQ-REPORT-NAME TO BP-REPORT-NAME
           MOVE BQ-RUN-DATE    TO BP-RUN-DATE
           MOVE BQ-RUN-TIME    TO BP-RUN-TIME
           MOVE BQ-FILE-LETTER TO BP-FILE-LETTER
           MOVE BQ-SEQUENCE    TO BP-SEQUENCE
           MOVE BX-LINE        TO BP-LINE
           MOVE ZEROS TO BP-COUNT BP-AMOUNT
           EVALUATE BX-FUNCTION
               WHEN "B"
                   SET BP-HEADER TO TRUE
               WHEN "C"
                   SET BP-COLUMN-HEADING TO TRUE
               WHEN "E"
                   SET BP-TRAILER TO TRUE
                   MOVE BX-COUNT  TO BP-COUNT
                   MOVE BX-AMOUNT TO BP-AMOUNT
               WHEN OTHER
                   SET BP-DETAIL TO TRUE
                   MOVE BX-BRANCH TO BP-BRANCH
                   MOVE BX-GROUP  TO BP-GROUP
                   MOVE BX-COUNT  TO BP-COUNT
                   MOVE BX-AMOUNT TO BP-AMOUNT
           END-EVALUATE
           WRITE BP-BURST-RECORD
           CLOSE BurstWorkFile
           GOBACK.

       1000-BEGIN-RUN.
           MOVE BX-REPORT-NAME TO BQ-REPORT-NAME
           MOVE BX-FILE-LETTER TO BQ-FILE-LETTER
           ACCEPT BQ-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT BQ-RUN-TIME FROM TIME
           MOVE ZEROS TO BQ-SEQUENCE.
       1000-EXIT.
           EXIT.
