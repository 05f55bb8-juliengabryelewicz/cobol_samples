       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AUTH-SVC.
       AUTHOR.        Julien Gabryelewicz.
       INSTALLATION.  Shared Toolkit Services.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  AUTH-SVC
      *
      *  Shared author authority lookup, in the style of RATE-SVC.
      *  Normalises an author's name the one way every caller must
      *  agree on and, for a lookup, reads the form on AUTHORS.DAT
      *  and returns its whole group - the preferred form, its
      *  see-also heading and every variant - so WRITE-FILE, BOOKIMP
      *  and BOOKORD can warn about a variant as it arrives, AUTHNORM
      *  can propose the correction, and BOOKSRCH can search the
      *  group.  Opens and closes the file on every call, matching
      *  RATE-SVC; an absent file is status 02 and no failure.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original subprogram.
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
               FILE STATUS IS AX-AUTHFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AuthorFile.
       COPY AUTHREC.

       WORKING-STORAGE SECTION.
       01  AX-AUTHFILE-STATUS               PIC X(02).
           88  AX-AUTHFILE-OK               VALUE "00".

       01  AX-GROUP-EOF-SWITCH              PIC X(01).
           88  AX-GROUP-EOF                 VALUE "Y".

       01  AX-WORK-NAME                     PIC X(15).
       01  AX-WORD-TABLE.
           05  AX-WORD                      PIC X(15)
                                             OCCURS 8 TIMES.
       01  AX-WORD-COUNT                    PIC 9(02).
       01  AX-WORD-IX                       PIC 9(02).
       01  AX-POINTER                       PIC 9(02).
       01  AX-PREFERRED-KEY                 PIC X(15).
       01  AX-FORM-MAX                      PIC 9(02) VALUE 10.

       LINKAGE SECTION.
       COPY AUTHSVCA.

       PROCEDURE DIVISION USING AQ-AUTH-SVC-AREA.
       0000-MAINLINE.
           MOVE "00" TO AQ-STATUS
           MOVE SPACES TO AQ-PREFERRED AQ-SEE-ALSO AQ-FORM (1)
                          AQ-FORM (2) AQ-FORM (3) AQ-FORM (4)
                          AQ-FORM (5) AQ-FORM (6) AQ-FORM (7)
                          AQ-FORM (8) AQ-FORM (9) AQ-FORM (10)
           MOVE ZEROS TO AQ-FORM-COUNT
           PERFORM 1000-NORMALISE THRU 1000-EXIT
           IF AQ-FUNCTION = "L"
               PERFORM 2000-LOOK-UP-FORM THRU 2000-EXIT
           END-IF
           GOBACK.

      *****************************************************************
      *  1000-NORMALISE - upper case, the punctuation catalogers
      *  use inconsistently turned to spaces, then the words put
      *  back together one space apart and left-justified.
      *****************************************************************
       1000-NORMALISE.
           MOVE AQ-AUTHOR TO AX-WORK-NAME
           INSPECT AX-WORK-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,;:"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ    "
           MOVE SPACES TO AX-WORD-TABLE
           MOVE ZEROS TO AX-WORD-COUNT
           UNSTRING AX-WORK-NAME
               DELIMITED BY ALL SPACE
               INTO AX-WORD (1) AX-WORD (2) AX-WORD (3)
                    AX-WORD (4) AX-WORD (5) AX-WORD (6)
                    AX-WORD (7) AX-WORD (8)
               TALLYING IN AX-WORD-COUNT
           END-UNSTRING
           MOVE SPACES TO AQ-AUTHOR-KEY
           MOVE 1 TO AX-POINTER
           PERFORM 1100-ADD-ONE-WORD THRU 1100-EXIT
               VARYING AX-WORD-IX FROM 1 BY 1
               UNTIL AX-WORD-IX > AX-WORD-COUNT
                  OR AX-POINTER > 15.
       1000-EXIT.
           EXIT.

      *  A leading space leaves the first word empty - skipped.
       1100-ADD-ONE-WORD.
           IF AX-WORD (AX-WORD-IX) = SPACES
               GO TO 1100-EXIT
           END-IF
           IF AX-POINTER > 1
               STRING " " DELIMITED BY SIZE
                   INTO AQ-AUTHOR-KEY WITH POINTER AX-POINTER
               END-STRING
           END-IF
           STRING AX-WORD (AX-WORD-IX) DELIMITED BY SPACE
               INTO AQ-AUTHOR-KEY WITH POINTER AX-POINTER
           END-STRING.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  2000-LOOK-UP-FORM - the form itself, then its preferred
      *  form and the preferred form's group by the alternate key.
      *****************************************************************
       2000-LOOK-UP-FORM.
           IF AQ-AUTHOR-KEY = SPACES
               MOVE "03" TO AQ-STATUS
               GO TO 2000-EXIT
           END-IF
           OPEN INPUT AuthorFile
           IF NOT AX-AUTHFILE-OK
               MOVE "02" TO AQ-STATUS
               GO TO 2000-EXIT
           END-IF
           MOVE AQ-AUTHOR-KEY TO AH-FORM-KEY
           READ AuthorFile
               INVALID KEY
                   MOVE "03" TO AQ-STATUS
           END-READ
           IF AQ-STATUS NOT = "00"
               CLOSE AuthorFile
               GO TO 2000-EXIT
           END-IF
           IF AH-VARIANT-FORM
               MOVE "01" TO AQ-STATUS
               MOVE AH-PREFERRED-KEY TO AX-PREFERRED-KEY
               MOVE AX-PREFERRED-KEY TO AH-FORM-KEY
               READ AuthorFile
                   INVALID KEY
      *                A variant whose preferred form was removed
      *                still answers with the key it points at.
                       MOVE AX-PREFERRED-KEY TO AQ-PREFERRED
                       MOVE 1 TO AQ-FORM-COUNT
                       MOVE AQ-PREFERRED TO AQ-FORM (1)
                       CLOSE AuthorFile
                       GO TO 2000-EXIT
               END-READ
           ELSE
               MOVE AH-FORM-KEY TO AX-PREFERRED-KEY
           END-IF
           MOVE AH-FORM-TEXT TO AQ-PREFERRED
           MOVE AH-SEE-ALSO TO AQ-SEE-ALSO
           MOVE 1 TO AQ-FORM-COUNT
           MOVE AQ-PREFERRED TO AQ-FORM (1)
           PERFORM 2100-LOAD-GROUP THRU 2100-EXIT
           CLOSE AuthorFile.
       2000-EXIT.
           EXIT.

       2100-LOAD-GROUP.
           MOVE "N" TO AX-GROUP-EOF-SWITCH
           MOVE AX-PREFERRED-KEY TO AH-PREFERRED-KEY
           START AuthorFile KEY = AH-PREFERRED-KEY
               INVALID KEY
                   SET AX-GROUP-EOF TO TRUE
           END-START
           PERFORM 2110-LOAD-ONE-VARIANT THRU 2110-EXIT
               UNTIL AX-GROUP-EOF.
       2100-EXIT.
           EXIT.

       2110-LOAD-ONE-VARIANT.
           READ AuthorFile NEXT RECORD
               AT END
                   SET AX-GROUP-EOF TO TRUE
                   GO TO 2110-EXIT
           END-READ
           IF AH-PREFERRED-KEY NOT = AX-PREFERRED-KEY
               SET AX-GROUP-EOF TO TRUE
               GO TO 2110-EXIT
           END-IF
           IF AH-PREFERRED-FORM
               GO TO 2110-EXIT
           END-IF
           IF AQ-FORM-COUNT NOT < AX-FORM-MAX
               SET AX-GROUP-EOF TO TRUE
               GO TO 2110-EXIT
           END-IF
           ADD 1 TO AQ-FORM-COUNT
           MOVE AH-FORM-TEXT TO AQ-FORM (AQ-FORM-COUNT).
       2110-EXIT.
           EXIT.
