      *                  program field) widened to ten characters -
      *                  eight truncated WRITE-FILE to WRITE-FI, so
      *                  the LOAD step could never be re-driven.
      *  2026-10-14  jg  The stream table now carries the HOLD-ROUTE
      *                  step after HOLD-SWEEP.  Ten steps, so the
      *                  step number and the force answer take two
      *                  digits (F1 through F10).
      *  2026-10-14  jg  The stream table now carries the LOST-SWEEP
      *                  step after HOLD-SUGGEST.
      *  2026-10-15  jg  The stream table now carries the monthly
      *                  HOUSEKEEP step, flagged M.  A monthly step
      *                  is only the restart point, and only re-driven,
      *                  when it started and died - or when the
      *                  operator forces from it - so restarting an
      *                  ordinary night never runs it.
      *  2026-10-15  jg  The stream table now carries the RSRV-SWEEP
      *                  course reserves step after LOST-SWEEP.
      *  2026-10-15  jg  The stream table now carries the BLOCK-SWEEP
      *                  borrower block step after RSRV-SWEEP.
      *  2026-10-15  jg  The stream table now carries the RPT-BURST,
      *                  ORD-ACK, ORD-XMIT and DOWN-PACK steps, so a
      *                  night that dies in one of them is restarted
      *                  there.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88  NR-STEPFILE-EOF       VALUE "Y".

      *  The night stream, in run order - the STEP-LOG name each
      *  program stamps, the program to CALL for a re-drive, and M
      *  for a step that runs monthly rather than nightly.
       01  NR-STREAM-CONSTANTS.
           05  FILLER PIC X(23) VALUE "LOAD-BOOKS  WRITE-FILE ".
           05  FILLER PIC X(23) VALUE "BOOK-BAL    BOOKBAL    ".
           05  FILLER PIC X(23) VALUE "KWIX-BUILD  KWIXBLD    ".
           05  FILLER PIC X(23) VALUE "BOOK-REPORT BOOKRPT    ".
           05  FILLER PIC X(23) VALUE "RPT-BURST   RPTBURST   ".
           05  FILLER PIC X(23) VALUE "STAT-ROLL   STATROLL   ".
           05  FILLER PIC X(23) VALUE "HOLD-SWEEP  HOLDSWP    ".
           05  FILLER PIC X(23) VALUE "HOLD-ROUTE  HOLDROUT   ".
           05  FILLER PIC X(23) VALUE "INCD-SWEEP  INCDSWP    ".
           05  FILLER PIC X(23) VALUE "HOLD-SUGGESTHOLDSUGG   ".
           05  FILLER PIC X(23) VALUE "LOST-SWEEP  LOSTSWP    ".
           05  FILLER PIC X(23) VALUE "RSRV-SWEEP  RSVSWP     ".
           05  FILLER PIC X(23) VALUE "BLOCK-SWEEP BLOCKSWP   ".
           05  FILLER PIC X(23) VALUE "ORD-ACK     ORDACK     ".
           05  FILLER PIC X(23) VALUE "ORD-XMIT    ORDXMIT    ".
           05  FILLER PIC X(23) VALUE "DOWN-PACK   DOWNPACK   ".
           05  FILLER PIC X(23) VALUE "FILE-METRICSFILEMETR   ".
           05  FILLER PIC X(23) VALUE "HOUSEKEEP   HOUSEKP   M".
       01  NR-STREAM-TABLE REDEFINES NR-STREAM-CONSTANTS.
           05  NR-STREAM-ENTRY OCCURS 18 TIMES.
               10  NR-SM-STEP-NAME   PIC X(12).
               10  NR-SM-PROGRAM     PIC X(10).
               10  NR-SM-FREQUENCY   PIC X(01).
                   88  NR-SM-MONTHLY VALUE "M".
       01  NR-STREAM-COUNT           PIC 9(02) VALUE 18.

       01  NR-STATE-TABLE.
           05  NR-STATE-ENTRY OCCURS 18 TIMES.
               10  NR-ST-LAST-ACTION PIC X(05).
               10  NR-ST-LAST-DATE   PIC 9(08).
               10  NR-ST-LAST-TIME   PIC 9(08).

       01  NR-RESTART-STEP           PIC 9(02) VALUE ZEROS.
       01  NR-PICKED-STEP            PIC 9(02).
       01  NR-ANSWER                 PIC X(03).

       01  NR-CALL-PROGRAM           PIC X(10).
       01  NR-SAVED-RC               PIC S9(04).
           88  NR-STREAM-STOPPED     VALUE "Y".

       01  NR-STATUS-LINE.
           05  NR-SL-STEP-NO         PIC Z9.
           05  FILLER                PIC X(02) VALUE ". ".
           05  NR-SL-STEP-NAME       PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
               WHEN OTHER
                   MOVE "NEVER RAN" TO NR-SL-STATE
           END-EVALUATE
           IF NR-SM-MONTHLY (NR-STEP-IX)
               AND NR-ST-LAST-ACTION (NR-STEP-IX) NOT = "START"
               MOVE "MONTHLY - NOT DUE" TO NR-SL-STATE
               DISPLAY NR-STATUS-LINE
               GO TO 2100-EXIT
           END-IF
           IF NR-RESTART-STEP = ZEROS
               AND NR-ST-LAST-ACTION (NR-STEP-IX) NOT = "STOP "
               MOVE NR-STEP-IX TO NR-RESTART-STEP
                   AND NR-RESTART-STEP > ZEROS
                   MOVE NR-RESTART-STEP TO NR-PICKED-STEP
               WHEN NR-ANSWER (1:1) = "F" OR "f"
                   IF NR-ANSWER (2:2) IS NUMERIC
                       MOVE NR-ANSWER (2:2) TO NR-PICKED-STEP
                   ELSE
                       IF NR-ANSWER (2:1) IS NUMERIC
                           AND NR-ANSWER (3:1) = SPACE
                           MOVE NR-ANSWER (2:1) TO NR-PICKED-STEP (2:1)
                           MOVE "0" TO NR-PICKED-STEP (1:1)
                       END-IF
                   END-IF
                   IF NR-PICKED-STEP > ZEROS
                       IF NR-PICKED-STEP > NR-STREAM-COUNT
                           DISPLAY "Force needs a step number 1-"
                                   NR-STREAM-COUNT "."
       4000-EXIT.
           EXIT.

      *  A monthly step rides along only when it died mid-run or
      *  the operator forced the stream from it.
       4100-DRIVE-ONE-STEP.
           MOVE NR-SM-PROGRAM (NR-STEP-IX) TO NR-CALL-PROGRAM
           IF NR-SM-MONTHLY (NR-STEP-IX)
               AND NR-STEP-IX NOT = NR-PICKED-STEP
               AND NR-ST-LAST-ACTION (NR-STEP-IX) NOT = "START"
               DISPLAY "NITERUN - " NR-CALL-PROGRAM " runs monthly"
                       " - not re-driven."
               GO TO 4100-EXIT
           END-IF
           DISPLAY "NITERUN - calling " NR-CALL-PROGRAM "..."
           MOVE ZEROS TO RETURN-CODE
           CALL NR-CALL-PROGRAM
