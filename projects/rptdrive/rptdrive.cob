      *                M: day of month due, 01-31
      *                D: ignored (key 00)
      *      PGM  (8)  program to CALL - it must end with GOBACK
      *      PARM (8)  CATQRY: name of the saved query to run;
      *                blank for every other program
      *
      *  Modification history
      *  ---------------------
      *  2026-08-22  jg  Original program.
      *  2026-10-15  jg  PARM column added, so a saved CATQRY query
      *                  can be scheduled by name; CATQRY is CALLed
      *                  with it through the QRYPARM area.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  RC-FREQ-MONTHLY   VALUE "M".
           05  RC-DUE-DAY            PIC 9(02).
           05  RC-PROGRAM            PIC X(08).
           05  RC-PARAMETER          PIC X(08).

       FD RunLogFile.
       01  RL-RUN-LOG-RECORD.
       01  RV-DUE-COUNT              PIC 9(03) VALUE ZEROS.
       01  RV-FAIL-COUNT             PIC 9(03) VALUE ZEROS.

       COPY QRYPARM.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           MOVE RC-PROGRAM TO RV-CALL-PROGRAM
           DISPLAY "RPTDRIVE - calling " RV-CALL-PROGRAM "..."
           MOVE ZEROS TO RETURN-CODE
           IF RV-CALL-PROGRAM = "CATQRY"
               MOVE RC-PARAMETER TO QP-QUERY-NAME
               DISPLAY "RPTDRIVE - query " QP-QUERY-NAME "."
               CALL "CATQRY" USING QP-QUERY-PARM-AREA
                   ON EXCEPTION
                       DISPLAY "RPTDRIVE - CATQRY could not be"
                               " called."
                       MOVE 12 TO RETURN-CODE
               END-CALL
           ELSE
               CALL RV-CALL-PROGRAM
                   ON EXCEPTION
                       DISPLAY "RPTDRIVE - " RV-CALL-PROGRAM
                               " could not be called."
                       MOVE 12 TO RETURN-CODE
               END-CALL
           END-IF
           MOVE RETURN-CODE TO RV-SAVED-RC
           IF RV-SAVED-RC NOT = ZEROS
               ADD 1 TO RV-FAIL-COUNT
