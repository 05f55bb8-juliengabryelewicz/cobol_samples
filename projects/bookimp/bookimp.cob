      *                  Only a native check failure rejects, so
      *                  the smaller suppliers' files stop bouncing
      *                  to BOOKSIN.REJ wholesale.
      *  2026-10-15  jg  Each loaded author is looked up on the
      *                  AUTHORS.DAT authority file (AUTH-SVC) - a
      *                  variant, or the preferred form spelt
      *                  another way, is noted on the edit report
      *                  with the preferred form and counted.  The
      *                  book still loads as supplied; AUTHNORM
      *                  proposes the correction.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  IM-I10-CONVERTED-SWITCH   PIC X(01).
           88  IM-I10-CONVERTED      VALUE "Y".
       01  IM-CONVERTED-COUNT        PIC 9(05) VALUE ZEROS.
       01  IM-VARIANT-COUNT          PIC 9(05) VALUE ZEROS.

       COPY AUTHSVCA.

       01  IM-CHECK-ISBN             PIC 9(13).
       01  IM-CHECK-ID               PIC 9(07).
                   WRITE AD-AUDIT-RECORD
                   PERFORM 2350-UPDATE-KEYWORD-INDEX THRU
                       2350-EXIT
                   PERFORM 2360-CHECK-AUTHOR-VARIANT THRU
                       2360-EXIT
           END-WRITE.
       2300-EXIT.
           EXIT.
       2350-EXIT.
           EXIT.

      *  A supplier's spelling of an author already on the authority
      *  file under another form - noted, never rejected.
       2360-CHECK-AUTHOR-VARIANT.
           MOVE "L" TO AQ-FUNCTION
           MOVE BK-BOOK-AUTHOR TO AQ-AUTHOR
           CALL "AUTH-SVC" USING AQ-AUTH-SVC-AREA
           END-CALL
           IF (AQ-STATUS = "00" OR AQ-STATUS = "01")
               AND BK-BOOK-AUTHOR NOT = AQ-PREFERRED
               DISPLAY "Line " IM-READ-COUNT " - author "
                       BK-BOOK-AUTHOR " is filed as " AQ-PREFERRED
               ADD 1 TO IM-VARIANT-COUNT
           END-IF.
       2360-EXIT.
           EXIT.

       2400-WRITE-REJECT.
           MOVE SPACES TO IM-REJECT-LINE
           MOVE IM-CSV-LINE TO IM-REJECT-LINE
           CLOSE AuditFile
           DISPLAY "Lines read....: " IM-READ-COUNT
           DISPLAY "ISBN-10s converted: " IM-CONVERTED-COUNT
           DISPLAY "Author variants...: " IM-VARIANT-COUNT
           DISPLAY "Books loaded..: " IM-LOADED-COUNT
           DISPLAY "Lines rejected: " IM-REJECT-COUNT.
       3000-EXIT.
