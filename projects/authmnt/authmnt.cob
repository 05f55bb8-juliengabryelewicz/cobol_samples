       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AUTHMNT.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  AUTHMNT
      *
      *  Author authority file maintenance against AUTHORS.DAT, in
      *  the style of GENREMNT - transactions keyed at the console.
      *  BK-BOOK-AUTHOR is free text, so one author turns up as
      *  "Tolkien", "Tolkien JRR" and "J Tolkien"; here each author
      *  gets one preferred form and a list of the variants seen,
      *  which WRITE-FILE, BOOKIMP and BOOKORD warn about, AUTHNORM
      *  proposes correcting on BOOKS.DAT, and BOOKSRCH searches
      *  through.
      *
      *  Transactions - Txn, Form (15), Other form (15):
      *      P  add Form as a preferred form
      *      V  add Form as a variant of the preferred form Other
      *      S  Form (preferred) sees also the preferred form
      *         Other - a pseudonym, a joint name; blank Other
      *         clears it
      *      D  remove Form - a preferred form still carrying
      *         variants is refused
      *      L  list Form's group; a blank Form lists the file
      *  Forms are matched normalised (AUTH-SVC), so case, full
      *  stops and spacing do not make a new form; the Form as
      *  keyed on P or V is the spelling kept.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuthorFile ASSIGN TO "AUTHORS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-FORM-KEY
               ALTERNATE RECORD KEY IS AH-PREFERRED-KEY
                   WITH DUPLICATES
               FILE STATUS IS AM-AUTHFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AuthorFile.
       COPY AUTHREC.

       WORKING-STORAGE SECTION.
       01  AM-AUTHFILE-STATUS        PIC X(02).
           88  AM-AUTHFILE-OK        VALUE "00".
           88  AM-AUTHFILE-NEW       VALUE "35".

       01  AM-FOUND-SWITCH           PIC X(01).
           88  AM-RECORD-FOUND       VALUE "Y".

       01  AM-LIST-EOF-SWITCH        PIC X(01).
           88  AM-LIST-EOF           VALUE "Y".

       01  AM-TXN-LINE.
           05  AM-TXN-CODE           PIC X(01).
               88  AM-PREFERRED-TXN  VALUE "P" "p".
               88  AM-VARIANT-TXN    VALUE "V" "v".
               88  AM-SEE-ALSO-TXN   VALUE "S" "s".
               88  AM-DELETE-TXN     VALUE "D" "d".
               88  AM-LIST-TXN       VALUE "L" "l".
           05  AM-TXN-FORM           PIC X(15).
           05  AM-TXN-OTHER          PIC X(15).

       01  AM-FORM-KEY               PIC X(15).
       01  AM-OTHER-KEY              PIC X(15).
       01  AM-OTHER-TEXT             PIC X(15).
       01  AM-LIST-KEY               PIC X(15).
       01  AM-VARIANT-COUNT          PIC 9(03).
       01  AM-LISTED-COUNT           PIC 9(05).
       01  AM-SYSTEM-DATE            PIC 9(08).

       01  AM-LIST-LINE.
           05  AM-L-INDENT           PIC X(04).
           05  AM-L-FORM             PIC X(15).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  AM-L-NOTE             PIC X(40).

       COPY AUTHSVCA.

       COPY CURROPER.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF AM-AUTHFILE-OK
               DISPLAY "Enter author transactions below.  Enter no"
               DISPLAY "data to end."
               PERFORM 2000-GET-AUTHOR-TXN THRU 2000-EXIT
               PERFORM 2100-PROCESS-AUTHOR-TXN THRU 2100-EXIT
                   UNTIL AM-TXN-LINE = SPACES
               CLOSE AuthorFile
           END-IF
           GOBACK.

       1000-INITIALIZE.
           ACCEPT AM-SYSTEM-DATE FROM DATE YYYYMMDD
           CALL "GETOPER" USING CO-CURRENT-OPER-AREA
           END-CALL
           OPEN I-O AuthorFile
           IF AM-AUTHFILE-NEW
               OPEN OUTPUT AuthorFile
               CLOSE AuthorFile
               OPEN I-O AuthorFile
           END-IF
           IF NOT AM-AUTHFILE-OK
               DISPLAY "AUTHORS.DAT OPEN failed - status "
                       AM-AUTHFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-GET-AUTHOR-TXN.
           DISPLAY "Enter - Txn(P/V/S/D/L), Form, Other form"
           DISPLAY "TFFFFFFFFFFFFFFFOOOOOOOOOOOOOOO"
           ACCEPT  AM-TXN-LINE.
       2000-EXIT.
           EXIT.

       2100-PROCESS-AUTHOR-TXN.
           MOVE AM-TXN-FORM TO AQ-AUTHOR
           PERFORM 2900-NORMALISE THRU 2900-EXIT
           MOVE AQ-AUTHOR-KEY TO AM-FORM-KEY
           MOVE AM-TXN-OTHER TO AQ-AUTHOR
           PERFORM 2900-NORMALISE THRU 2900-EXIT
           MOVE AQ-AUTHOR-KEY TO AM-OTHER-KEY
           IF AM-FORM-KEY = SPACES AND NOT AM-LIST-TXN
               DISPLAY "Author form must not be blank."
               GO TO 2100-NEXT
           END-IF
           EVALUATE TRUE
               WHEN AM-PREFERRED-TXN
                   PERFORM 2200-ADD-PREFERRED THRU 2200-EXIT
               WHEN AM-VARIANT-TXN
                   PERFORM 2300-ADD-VARIANT THRU 2300-EXIT
               WHEN AM-SEE-ALSO-TXN
                   PERFORM 2400-SET-SEE-ALSO THRU 2400-EXIT
               WHEN AM-DELETE-TXN
                   PERFORM 2500-DELETE-FORM THRU 2500-EXIT
               WHEN AM-LIST-TXN
                   PERFORM 2600-LIST-FORMS THRU 2600-EXIT
               WHEN OTHER
                   DISPLAY "Unknown transaction code - ignored."
           END-EVALUATE.
       2100-NEXT.
           PERFORM 2000-GET-AUTHOR-TXN THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

       2200-ADD-PREFERRED.
           MOVE AM-FORM-KEY  TO AH-FORM-KEY
           MOVE "P"          TO AH-FORM-TYPE
           MOVE AM-TXN-FORM  TO AH-FORM-TEXT
           MOVE AM-FORM-KEY  TO AH-PREFERRED-KEY
           MOVE SPACES       TO AH-SEE-ALSO
           MOVE AM-SYSTEM-DATE TO AH-ADDED-DATE
           MOVE CO-OPER-ID   TO AH-ADDED-BY
           WRITE AH-AUTHOR-RECORD
               INVALID KEY
                   DISPLAY "Author " AM-TXN-FORM " already on file."
               NOT INVALID KEY
                   DISPLAY "Author " AM-TXN-FORM " added as a"
                           " preferred form."
           END-WRITE.
       2200-EXIT.
           EXIT.

      *  A variant must point at a preferred form - pointing at
      *  another variant would leave a chain for AUTH-SVC to walk.
       2300-ADD-VARIANT.
           MOVE AM-OTHER-KEY TO AH-FORM-KEY
           PERFORM 2800-READ-FORM THRU 2800-EXIT
           IF NOT AM-RECORD-FOUND
               DISPLAY "Preferred form " AM-TXN-OTHER " is not on"
                       " file - add it with P first."
               GO TO 2300-EXIT
           END-IF
           IF AH-VARIANT-FORM
               DISPLAY AM-TXN-OTHER " is itself a variant of "
                       AH-PREFERRED-KEY " - give the preferred form."
               GO TO 2300-EXIT
           END-IF
           MOVE AM-FORM-KEY  TO AH-FORM-KEY
           MOVE "V"          TO AH-FORM-TYPE
           MOVE AM-TXN-FORM  TO AH-FORM-TEXT
           MOVE AM-OTHER-KEY TO AH-PREFERRED-KEY
           MOVE SPACES       TO AH-SEE-ALSO
           MOVE AM-SYSTEM-DATE TO AH-ADDED-DATE
           MOVE CO-OPER-ID   TO AH-ADDED-BY
           WRITE AH-AUTHOR-RECORD
               INVALID KEY
                   DISPLAY "Author " AM-TXN-FORM " already on file."
               NOT INVALID KEY
                   DISPLAY "Author " AM-TXN-FORM " added as a"
                           " variant of " AM-TXN-OTHER "."
           END-WRITE.
       2300-EXIT.
           EXIT.

       2400-SET-SEE-ALSO.
           MOVE SPACES TO AM-OTHER-TEXT
           IF AM-OTHER-KEY NOT = SPACES
               MOVE AM-OTHER-KEY TO AH-FORM-KEY
               PERFORM 2800-READ-FORM THRU 2800-EXIT
               IF NOT AM-RECORD-FOUND OR NOT AH-PREFERRED-FORM
                   DISPLAY AM-TXN-OTHER " is not a preferred form"
                           " on file."
                   GO TO 2400-EXIT
               END-IF
               MOVE AH-FORM-TEXT TO AM-OTHER-TEXT
           END-IF
           MOVE AM-FORM-KEY TO AH-FORM-KEY
           PERFORM 2800-READ-FORM THRU 2800-EXIT
           IF NOT AM-RECORD-FOUND OR NOT AH-PREFERRED-FORM
               DISPLAY AM-TXN-FORM " is not a preferred form on"
                       " file."
               GO TO 2400-EXIT
           END-IF
           MOVE AM-OTHER-TEXT TO AH-SEE-ALSO
           REWRITE AH-AUTHOR-RECORD
               INVALID KEY
                   DISPLAY "Author " AM-TXN-FORM " not rewritten."
               NOT INVALID KEY
                   DISPLAY "Author " AM-TXN-FORM " see-also"
                           " updated."
           END-REWRITE.
       2400-EXIT.
           EXIT.

       2500-DELETE-FORM.
           MOVE AM-FORM-KEY TO AH-FORM-KEY
           PERFORM 2800-READ-FORM THRU 2800-EXIT
           IF NOT AM-RECORD-FOUND
               DISPLAY "Author " AM-TXN-FORM " not found."
               GO TO 2500-EXIT
           END-IF
           IF AH-PREFERRED-FORM
               PERFORM 2700-COUNT-VARIANTS THRU 2700-EXIT
               IF AM-VARIANT-COUNT > ZEROS
                   DISPLAY "Author " AM-TXN-FORM " still has "
                           AM-VARIANT-COUNT " variant(s) - remove"
                           " them first."
                   GO TO 2500-EXIT
               END-IF
               MOVE AM-FORM-KEY TO AH-FORM-KEY
           END-IF
           DELETE AuthorFile
               INVALID KEY
                   DISPLAY "Author " AM-TXN-FORM " not deleted."
               NOT INVALID KEY
                   DISPLAY "Author " AM-TXN-FORM " removed."
           END-DELETE.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2600-LIST-FORMS - one group, or the whole file group by
      *  group in preferred-key order, each preferred form followed
      *  by its variants.
      *****************************************************************
       2600-LIST-FORMS.
           MOVE ZEROS TO AM-LISTED-COUNT
           MOVE "N" TO AM-LIST-EOF-SWITCH
           MOVE SPACES TO AM-LIST-KEY
           IF AM-FORM-KEY NOT = SPACES
               MOVE AM-FORM-KEY TO AH-FORM-KEY
               PERFORM 2800-READ-FORM THRU 2800-EXIT
               IF NOT AM-RECORD-FOUND
                   DISPLAY "Author " AM-TXN-FORM " not found."
                   GO TO 2600-EXIT
               END-IF
               MOVE AH-PREFERRED-KEY TO AM-LIST-KEY
               MOVE AM-LIST-KEY TO AH-PREFERRED-KEY
           ELSE
               MOVE LOW-VALUES TO AH-PREFERRED-KEY
           END-IF
           START AuthorFile KEY NOT < AH-PREFERRED-KEY
               INVALID KEY
                   SET AM-LIST-EOF TO TRUE
           END-START
           PERFORM 2610-LIST-ONE-FORM THRU 2610-EXIT
               UNTIL AM-LIST-EOF
           DISPLAY "Forms listed: " AM-LISTED-COUNT.
       2600-EXIT.
           EXIT.

       2610-LIST-ONE-FORM.
           READ AuthorFile NEXT RECORD
               AT END
                   SET AM-LIST-EOF TO TRUE
                   GO TO 2610-EXIT
           END-READ
           IF AM-LIST-KEY NOT = SPACES
               AND AH-PREFERRED-KEY NOT = AM-LIST-KEY
               SET AM-LIST-EOF TO TRUE
               GO TO 2610-EXIT
           END-IF
           MOVE SPACES TO AM-LIST-LINE
           MOVE AH-FORM-TEXT TO AM-L-FORM
           IF AH-PREFERRED-FORM
               IF AH-SEE-ALSO NOT = SPACES
                   STRING "PREFERRED - SEE ALSO " DELIMITED BY SIZE
                          AH-SEE-ALSO             DELIMITED BY SIZE
                       INTO AM-L-NOTE
               ELSE
                   MOVE "PREFERRED" TO AM-L-NOTE
               END-IF
           ELSE
               MOVE "    " TO AM-L-INDENT
               MOVE "variant" TO AM-L-NOTE
           END-IF
           DISPLAY AM-LIST-LINE
           ADD 1 TO AM-LISTED-COUNT.
       2610-EXIT.
           EXIT.

      *  The variants pointing at the preferred form in AM-FORM-KEY.
       2700-COUNT-VARIANTS.
           MOVE ZEROS TO AM-VARIANT-COUNT
           MOVE "N" TO AM-LIST-EOF-SWITCH
           MOVE AM-FORM-KEY TO AH-PREFERRED-KEY
           START AuthorFile KEY = AH-PREFERRED-KEY
               INVALID KEY
                   SET AM-LIST-EOF TO TRUE
           END-START
           PERFORM 2710-COUNT-ONE-VARIANT THRU 2710-EXIT
               UNTIL AM-LIST-EOF.
       2700-EXIT.
           EXIT.

       2710-COUNT-ONE-VARIANT.
           READ AuthorFile NEXT RECORD
               AT END
                   SET AM-LIST-EOF TO TRUE
                   GO TO 2710-EXIT
           END-READ
           IF AH-PREFERRED-KEY NOT = AM-FORM-KEY
               SET AM-LIST-EOF TO TRUE
               GO TO 2710-EXIT
           END-IF
           IF AH-VARIANT-FORM
               ADD 1 TO AM-VARIANT-COUNT
           END-IF.
       2710-EXIT.
           EXIT.

       2800-READ-FORM.
           MOVE "N" TO AM-FOUND-SWITCH
           READ AuthorFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO AM-FOUND-SWITCH
           END-READ.
       2800-EXIT.
           EXIT.

       2900-NORMALISE.
           MOVE "N" TO AQ-FUNCTION
           CALL "AUTH-SVC" USING AQ-AUTH-SVC-AREA
           END-CALL.
       2900-EXIT.
           EXIT.
