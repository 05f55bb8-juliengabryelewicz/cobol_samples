       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BLOCKSWP.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  BLOCKSWP
      *
      *  Nightly borrower block sweep.  Reads every block on
      *  BORRBLK.DAT (see BLOCKREC) and marks lapsed each active one
      *  whose expiry date has passed, appending the lapse to the
      *  BLOCKLOG.DAT block log under this program's name the way
      *  BLOCKMNT logs a set or a lift.  BLOCK-SVC already stops
      *  enforcing a block the day after its expiry; the sweep makes
      *  the file, the log and BLOCKRPT agree.  A listing of the
      *  lapsed blocks prints at the console, in the style of
      *  PLANSWP, and the run is stamped through STEP-LOG for the
      *  night window.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program, introduced with borrower
      *                  blocks.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BlockFile ASSIGN TO "BORRBLK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BB-BLOCK-KEY
               FILE STATUS IS KP-BLOCKFILE-STATUS.
           SELECT BlockLogFile ASSIGN TO "BLOCKLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KP-LOGFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BlockFile.
       COPY BLOCKREC.

       FD BlockLogFile.
       COPY BLOCKLOG.

       WORKING-STORAGE SECTION.
       01  KP-BLOCKFILE-STATUS       PIC X(02).
           88  KP-BLOCKFILE-OK       VALUE "00".
           88  KP-BLOCKFILE-NEW      VALUE "35".

       01  KP-LOGFILE-STATUS         PIC X(02).
           88  KP-LOGFILE-OK         VALUE "00".
           88  KP-LOGFILE-NEW        VALUE "35".

       01  KP-BLOCKFILE-EOF-SWITCH   PIC X(01) VALUE "N".
           88  KP-BLOCKFILE-EOF      VALUE "Y".

       01  KP-SYSTEM-DATE            PIC 9(08).

       01  KP-ACTIVE-COUNT           PIC 9(05) VALUE ZEROS.
       01  KP-LAPSED-COUNT           PIC 9(05) VALUE ZEROS.

       COPY STEPLOGC.

       COPY RUNDATE.

       01  KP-HEADING-1.
           05  FILLER                PIC X(09) VALUE "BLOCKSWP".
           05  FILLER                PIC X(22) VALUE
               "BORROWER BLOCK SWEEP".
           05  FILLER                PIC X(10) VALUE "RUN DATE:".
           05  KP-H1-DATE            PIC X(10).

       01  KP-DETAIL-LINE.
           05  KP-D-BORROWER-NO      PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  KP-D-BLOCK-TYPE       PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  KP-D-EXPIRY-DATE      PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  KP-D-REASON           PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "BLOCK-SWEEP" TO SL-STEP-NAME
           MOVE "START" TO SL-STEP-ACTION
           CALL "STEP-LOG" USING SL-STEP-LOG-AREA
           END-CALL
           ACCEPT KP-SYSTEM-DATE FROM DATE YYYYMMDD
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           MOVE RD-RUN-DATE-DISPLAY TO KP-H1-DATE
           DISPLAY KP-HEADING-1
           DISPLAY "----------------------------------------"
      *    No block file yet is a quiet night, not a failure.
           OPEN I-O BlockFile
           IF KP-BLOCKFILE-NEW
               DISPLAY "No BORRBLK.DAT - no blocks to sweep."
               GO TO 0000-STOP
           END-IF
           IF NOT KP-BLOCKFILE-OK
               DISPLAY "BORRBLK.DAT OPEN failed - status "
                       KP-BLOCKFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND BlockLogFile
           IF KP-LOGFILE-NEW
               OPEN OUTPUT BlockLogFile
           END-IF
           IF NOT KP-LOGFILE-OK
               DISPLAY "BLOCKLOG.DAT OPEN failed - status "
                       KP-LOGFILE-STATUS "."
               CLOSE BlockFile
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2000-CHECK-ONE-BLOCK THRU 2000-EXIT
               UNTIL KP-BLOCKFILE-EOF
           CLOSE BlockFile
           CLOSE BlockLogFile
           DISPLAY "----------------------------------------"
           DISPLAY "Active blocks checked..: " KP-ACTIVE-COUNT
           DISPLAY "Blocks lapsed..........: " KP-LAPSED-COUNT.
      *  STOP is logged only on a clean run, matching HOLDSWP.
       0000-STOP.
           MOVE "BLOCK-SWEEP" TO SL-STEP-NAME
           MOVE "STOP" TO SL-STEP-ACTION
           CALL "STEP-LOG" USING SL-STEP-LOG-AREA
           END-CALL
           GOBACK.

      *****************************************************************
      *  2000-CHECK-ONE-BLOCK - an active block with an expiry date
      *  before today lapses; one with no expiry stands until it is
      *  lifted at the desk.
      *****************************************************************
       2000-CHECK-ONE-BLOCK.
           READ BlockFile NEXT RECORD
               AT END
                   SET KP-BLOCKFILE-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF NOT BB-ACTIVE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO KP-ACTIVE-COUNT
           IF BB-EXPIRY-DATE = ZEROS
               OR BB-EXPIRY-DATE NOT < KP-SYSTEM-DATE
               GO TO 2000-EXIT
           END-IF
           SET BB-LAPSED TO TRUE
           MOVE "BLOCKSWP" TO BB-ENDED-BY
           MOVE KP-SYSTEM-DATE TO BB-ENDED-DATE
           REWRITE BB-BLOCK-RECORD
               INVALID KEY
                   DISPLAY "Block " BB-BLOCK-TYPE " on "
                           BB-BORROWER-NO " not rewritten."
                   GO TO 2000-EXIT
           END-REWRITE
           ADD 1 TO KP-LAPSED-COUNT
           MOVE KP-SYSTEM-DATE TO BG-LOG-DATE
           ACCEPT BG-LOG-TIME FROM TIME
           MOVE "BLOCKSWP"     TO BG-OPER-ID
           SET BG-BLOCK-LAPSED TO TRUE
           MOVE BB-BORROWER-NO TO BG-BORROWER-NO
           MOVE BB-BLOCK-TYPE  TO BG-BLOCK-TYPE
           MOVE BB-START-DATE  TO BG-START-DATE
           MOVE BB-EXPIRY-DATE TO BG-EXPIRY-DATE
           MOVE BB-REASON      TO BG-REASON
           WRITE BG-BLOCK-LOG-RECORD
           MOVE BB-BORROWER-NO TO KP-D-BORROWER-NO
           MOVE BB-BLOCK-TYPE  TO KP-D-BLOCK-TYPE
           MOVE BB-EXPIRY-DATE TO KP-D-EXPIRY-DATE
           MOVE BB-REASON      TO KP-D-REASON
           DISPLAY KP-DETAIL-LINE.
       2000-EXIT.
           EXIT.
