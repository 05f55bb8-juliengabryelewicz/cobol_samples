      *                  floor now falls back to the full catalog
      *                  scan - "Of Mice", "A Tale" and the like
      *                  were coming back empty off the index.
      *  2026-10-15  jg  An author search on a form held on the
      *                  AUTHORS.DAT authority file (AUTH-SVC, see
      *                  AUTHMNT) now searches every form of the
      *                  author - the preferred form and each
      *                  variant - so the works filed under any of
      *                  them come back together, each book once,
      *                  followed by the author's see-also heading
      *                  when there is one.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *  the full catalog scan.
       01  SR-MIN-WORD-LENGTH    PIC 9(02) VALUE 3.

       01  SR-ENTERED-KEY        PIC X(15).
       01  SR-FORM-IX            PIC 9(02).

       01  SR-AUTHOR-GROUP-SWITCH PIC X(01).
           88  SR-AUTHOR-GROUP   VALUE "Y".

      *  The books already shown for this search - a book filed
      *  under one form is reached again by a shorter form's
      *  leading-characters match.
       01  SR-SHOWN-TABLE.
           05  SR-SHOWN-ID       PIC 9(07) OCCURS 500 TIMES.
       01  SR-SHOWN-COUNT        PIC 9(03).
       01  SR-SHOWN-MAX          PIC 9(03) VALUE 500.
       01  SR-SHOWN-IX           PIC 9(03).
       01  SR-SHOWN-SWITCH       PIC X(01).
           88  SR-ALREADY-SHOWN  VALUE "Y".

       COPY AUTHSVCA.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "Search the catalog by author or title."
               DISPLAY "Search key must not be blank."
               GO TO 2000-NEXT
           END-IF
           MOVE ZEROS TO SR-MATCH-COUNT SR-SHOWN-COUNT
           OPEN INPUT BookFile
           IF NOT SR-BOOKFILE-OK
               DISPLAY "BookFile OPEN failed - status "
                       SR-BOOKFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 2000-NEXT
           END-IF
           MOVE SR-SEARCH-KEY TO SR-ENTERED-KEY
           MOVE "N" TO SR-AUTHOR-GROUP-SWITCH
           IF SR-AUTHOR-SEARCH
               PERFORM 2050-LOOK-UP-AUTHOR THRU 2050-EXIT
           END-IF
           PERFORM 2500-SEARCH-ONE-KEY THRU 2500-EXIT
           IF SR-AUTHOR-GROUP
               PERFORM 2060-SEARCH-ONE-FORM THRU 2060-EXIT
                   VARYING SR-FORM-IX FROM 1 BY 1
                   UNTIL SR-FORM-IX > AQ-FORM-COUNT
               MOVE SR-ENTERED-KEY TO SR-SEARCH-KEY
           END-IF
           CLOSE BookFile
           DISPLAY "Books matched: " SR-MATCH-COUNT
           IF SR-AUTHOR-GROUP AND AQ-SEE-ALSO NOT = SPACES
               DISPLAY "See also: " AQ-SEE-ALSO
           END-IF.
       2000-NEXT.
           PERFORM 1000-GET-SEARCH-KEY THRU 1000-EXIT.
       2000-EXIT.
           EXIT.

      *  The key as entered, when it is a whole form on the
      *  authority file, brings in the author's other forms - a
      *  partial key is not on file and searches as it always did.
       2050-LOOK-UP-AUTHOR.
           MOVE "L" TO AQ-FUNCTION
           MOVE SR-SEARCH-KEY TO AQ-AUTHOR
           CALL "AUTH-SVC" USING AQ-AUTH-SVC-AREA
           END-CALL
           IF AQ-STATUS NOT = "00" AND AQ-STATUS NOT = "01"
               GO TO 2050-EXIT
           END-IF
           SET SR-AUTHOR-GROUP TO TRUE
           IF AQ-STATUS = "01"
               DISPLAY SR-SEARCH-KEY " is filed as " AQ-PREFERRED
           END-IF
           IF AQ-FORM-COUNT > 1
               DISPLAY "Searching all " AQ-FORM-COUNT " forms of "
                       AQ-PREFERRED
           END-IF.
       2050-EXIT.
           EXIT.

       2060-SEARCH-ONE-FORM.
           IF AQ-FORM (SR-FORM-IX) = SR-ENTERED-KEY
               GO TO 2060-EXIT
           END-IF
           MOVE AQ-FORM (SR-FORM-IX) TO SR-SEARCH-KEY
           PERFORM 2500-SEARCH-ONE-KEY THRU 2500-EXIT.
       2060-EXIT.
           EXIT.

      *****************************************************************
      *  2500-SEARCH-ONE-KEY - one key in SR-SEARCH-KEY, through the
      *  keyword index where its first word is posted, otherwise by
      *  a full scan of the catalog from the top.
      *****************************************************************
       2500-SEARCH-ONE-KEY.
           PERFORM 2100-SIZE-SEARCH-KEY THRU 2100-EXIT
           MOVE SR-KEY-LENGTH TO SR-NAME-LENGTH
           IF SR-NAME-SEARCH AND SR-NAME-LENGTH > 30
               DISPLAY "Name search uses the first 30 characters"
                       " only."
           END-IF
           MOVE "N" TO SR-BOOKFILE-EOF-SWITCH
           MOVE SPACES TO SR-LOOKUP-WORD
           MOVE ZEROS TO SR-WORD-LENGTH
           INSPECT SR-SEARCH-KEY
               AND SR-WORD-LENGTH NOT < SR-MIN-WORD-LENGTH
               PERFORM 2400-SEARCH-VIA-INDEX THRU 2400-EXIT
               CLOSE KeywordFile
               GO TO 2500-EXIT
           END-IF
           IF SR-KWIXFILE-OK
               CLOSE KeywordFile
               DISPLAY "(key leads with a word the index never"
                       " posts - full catalog scan)"
           ELSE
               DISPLAY "(keyword index not on file - full"
                       " catalog scan)"
           END-IF
           MOVE ZEROS TO BK-BOOK-ID
           START BookFile KEY NOT < BK-BOOK-ID
               INVALID KEY
                   SET SR-BOOKFILE-EOF TO TRUE
           END-START
           IF NOT SR-BOOKFILE-EOF
               READ BookFile NEXT RECORD
                   AT END
                       SET SR-BOOKFILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM 2200-MATCH-ONE-BOOK THRU 2200-EXIT
               UNTIL SR-BOOKFILE-EOF.
       2500-EXIT.
           EXIT.

       2100-SIZE-SEARCH-KEY.
           EXIT.

       2300-SHOW-ONE-BOOK.
           MOVE "N" TO SR-SHOWN-SWITCH
           PERFORM 2310-CHECK-ONE-SHOWN THRU 2310-EXIT
               VARYING SR-SHOWN-IX FROM 1 BY 1
               UNTIL SR-SHOWN-IX > SR-SHOWN-COUNT
                  OR SR-ALREADY-SHOWN
           IF SR-ALREADY-SHOWN
               GO TO 2300-EXIT
           END-IF
           IF SR-SHOWN-COUNT < SR-SHOWN-MAX
               ADD 1 TO SR-SHOWN-COUNT
               MOVE BK-BOOK-ID TO SR-SHOWN-ID (SR-SHOWN-COUNT)
           END-IF
           ADD 1 TO SR-MATCH-COUNT
           DISPLAY SPACES
           DISPLAY "Id......: " BK-BOOK-ID
           DISPLAY "Isbn....: " BK-BOOK-ISBN.
       2300-EXIT.
           EXIT.

       2310-CHECK-ONE-SHOWN.
           IF SR-SHOWN-ID (SR-SHOWN-IX) = BK-BOOK-ID
               SET SR-ALREADY-SHOWN TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.
