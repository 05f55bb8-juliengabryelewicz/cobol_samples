      *                  - a training session ended here no longer
      *                  leaves TRAINMOD.DAT at Y for the next
      *                  operator.
      *  2026-10-15  jg  MENULOG.DAT layout moved to the MENULOGR
      *                  member so OPERTRL reads the same fields.
      *  2026-10-15  jg  Added Q (saved catalog query) to the reports
      *                  menu - asks for the query name and CALLs
      *                  CATQRY with it through the QRYPARM area.
      *  2026-10-15  jg  Added A (author authority file, AUTHMNT) and
      *                  N (author normalisation, AUTHNORM) to the
      *                  maintenance menu.
      *  2026-10-15  jg  Added 8 (claims-returned search list,
      *                  CLAIMRPT) to the loans menu.
      *  2026-10-15  jg  Added 9 (borrower blocks and desk notes,
      *                  BLOCKMNT) and B (active borrower blocks,
      *                  BLOCKRPT) to the loans menu.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  MenuLogFile.
       COPY MENULOGR.

       FD  SignonFile.
       COPY SIGNAUD.

       COPY TRAINSVC.

       COPY QRYPARM.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-PROCESS-CHOICE THRU 1000-EXIT
           DISPLAY "7. Genre reference table"
           DISPLAY "8. Exchange rates"
           DISPLAY "9. Acquisition orders"
           DISPLAY "A. Author authority file"
           DISPLAY "N. Author normalisation"
           DISPLAY "X. Back"
           DISPLAY "Enter selection : " WITH NO ADVANCING
           ACCEPT MM-SUB-CHOICE
               WHEN "9"
                   MOVE "BOOKORD" TO MM-CALL-PROGRAM
                   PERFORM 9000-RUN-PROGRAM THRU 9000-EXIT
               WHEN "A"
               WHEN "a"
                   MOVE "AUTHMNT" TO MM-CALL-PROGRAM
                   PERFORM 9000-RUN-PROGRAM THRU 9000-EXIT
               WHEN "N"
               WHEN "n"
                   MOVE "AUTHNORM" TO MM-CALL-PROGRAM
                   PERFORM 9000-RUN-PROGRAM THRU 9000-EXIT
               WHEN "X"
               WHEN "x"
                   CONTINUE
           DISPLAY "7. Search by author/title"
           DISPLAY "8. Audit trail listing"
           DISPLAY "9. Daily operations summary"
           DISPLAY "Q. Saved catalog query"
           DISPLAY "X. Back"
           DISPLAY "Enter selection : " WITH NO ADVANCING
           ACCEPT MM-SUB-CHOICE
               WHEN "9"
                   MOVE "DAYRPT" TO MM-CALL-PROGRAM
                   PERFORM 9000-RUN-PROGRAM THRU 9000-EXIT
               WHEN "Q"
               WHEN "q"
                   MOVE "CATQRY" TO MM-CALL-PROGRAM
                   PERFORM 9000-RUN-PROGRAM THRU 9000-EXIT
               WHEN "X"
               WHEN "x"
                   CONTINUE
           DISPLAY "5. Book loan history"
           DISPLAY "6. Overdue notice letters"
           DISPLAY "7. Borrower statement"
           DISPLAY "8. Claims-returned search list"
           DISPLAY "9. Borrower blocks and desk notes"
           DISPLAY "B. Active borrower blocks report"
           DISPLAY "X. Back"
           DISPLAY "Enter selection : " WITH NO ADVANCING
           ACCEPT MM-SUB-CHOICE
               WHEN "7"
                   MOVE "BORRSTMT" TO MM-CALL-PROGRAM
                   PERFORM 9000-RUN-PROGRAM THRU 9000-EXIT
               WHEN "8"
                   MOVE "CLAIMRPT" TO MM-CALL-PROGRAM
                   PERFORM 9000-RUN-PROGRAM THRU 9000-EXIT
               WHEN "9"
                   MOVE "BLOCKMNT" TO MM-CALL-PROGRAM
                   PERFORM 9000-RUN-PROGRAM THRU 9000-EXIT
               WHEN "B"
               WHEN "b"
                   MOVE "BLOCKRPT" TO MM-CALL-PROGRAM
                   PERFORM 9000-RUN-PROGRAM THRU 9000-EXIT
               WHEN "X"
               WHEN "x"
                   CONTINUE
      *  operator and timestamp, then CALL it.  WRITE-FILE and
      *  CALCULATOR are longer than the eight-character program
      *  field, so the log carries their first eight characters.
      *  CATQRY is passed the name of the query to run.
      *****************************************************************
       9000-RUN-PROGRAM.
           PERFORM 9100-LOG-SELECTION THRU 9100-EXIT
                       ON EXCEPTION
                           DISPLAY "CALCULATOR could not be called."
                   END-CALL
               WHEN "CATQRY"
                   DISPLAY "Query name (? lists, blank runs"
                           " QUERYREQ.DAT): " WITH NO ADVANCING
                   MOVE SPACES TO QP-QUERY-NAME
                   ACCEPT QP-QUERY-NAME
                   CALL "CATQRY" USING QP-QUERY-PARM-AREA
                       ON EXCEPTION
                           DISPLAY "CATQRY could not be called."
                   END-CALL
               WHEN OTHER
                   CALL MM-CALL-PROGRAM
                       ON EXCEPTION
