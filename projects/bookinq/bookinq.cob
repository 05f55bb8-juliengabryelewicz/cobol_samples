      *  2026-09-02  jg  Browse column headings re-spaced for the
      *                  thirty-character name - AUTHOR was sitting
      *                  over the middle of the NAME column.
      *  2026-10-15  jg  The record display now names the series and
      *                  work the book belongs to on TITLELNK.DAT
      *                  (see LINKMNT) and lists the other volumes
      *                  and editions under it with their
      *                  availability, so the desk can offer the
      *                  next volume or another edition on the
      *                  shelf.
      *  2026-10-15  jg  The borrower a book is on loan to is shown
      *                  with every block and desk note in force on
      *                  them through BLOCK-SVC (see BLOCKMNT), so
      *                  the desk sees an ID check or a conduct ban
      *                  before the borrower reaches the counter.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-BOOK-ID
               FILE STATUS IS IQ-LOANFILE-STATUS.
           SELECT LinkFile ASSIGN TO "TITLELNK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TK-BOOK-ID
               FILE STATUS IS IQ-LINKFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BookFile.
       FD LoanFile.
       COPY LOANREC.

       FD LinkFile.
       COPY TITLELNK.

       WORKING-STORAGE SECTION.
      *  Production names stand until the TRAIN-SVC switch swaps in
      *  the TR* practice set at initialization.
       01  IQ-LOANFILE-OPEN-SWITCH PIC X(01) VALUE "N".
           88  IQ-LOANFILE-OPEN  VALUE "Y".

       01  IQ-LINKFILE-STATUS    PIC X(02).
           88  IQ-LINKFILE-OK    VALUE "00".

       01  IQ-LINKFILE-OPEN-SWITCH PIC X(01) VALUE "N".
           88  IQ-LINKFILE-OPEN  VALUE "Y".

       01  IQ-LINK-EOF-SWITCH    PIC X(01).
           88  IQ-LINK-EOF       VALUE "Y".

      *  The book on display while its related titles are listed -
      *  re-read at the end so an ISBN scan carries on from it.
       01  IQ-SHOWN-BOOK-ID      PIC 9(07).
       01  IQ-SERIES-CODE        PIC X(08).
       01  IQ-WORK-CODE          PIC X(08).
       01  IQ-RELATED-COUNT      PIC 9(03).

       01  IQ-LOAN-FOUND-SWITCH  PIC X(01).
           88  IQ-LOAN-FOUND     VALUE "Y".

       COPY BLOCKSVA.

       01  IQ-BLOCK-IX           PIC 9(02).

       01  IQ-INQUIRY-KEY        PIC 9(13).
       01  IQ-INQUIRY-ID         PIC 9(07).
       01  IQ-MATCH-COUNT        PIC 9(03).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  IQ-BR-AVAIL       PIC X(12).

       01  IQ-RELATED-ROW.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  IQ-RL-RELATION    PIC X(04).
           05  IQ-RL-NUMBER      PIC ZZ9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  IQ-RL-BOOK-ID     PIC 9(07).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  IQ-RL-NAME        PIC X(30).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  IQ-RL-AVAIL       PIC X(12).
           05  IQ-RL-COPIES-OUT  PIC ZZ9.
           05  FILLER            PIC X(04) VALUE " of ".
           05  IQ-RL-COPIES-OWNED PIC ZZ9.
           05  FILLER            PIC X(04) VALUE " out".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
                   CLOSE LoanFile
                   MOVE "N" TO IQ-LOANFILE-OPEN-SWITCH
               END-IF
               IF IQ-LINKFILE-OPEN
                   CLOSE LinkFile
                   MOVE "N" TO IQ-LINKFILE-OPEN-SWITCH
               END-IF
           END-IF
           GOBACK.

               IF IQ-LOANFILE-OK
                   SET IQ-LOANFILE-OPEN TO TRUE
               END-IF
               OPEN INPUT LinkFile
               IF IQ-LINKFILE-OK
                   SET IQ-LINKFILE-OPEN TO TRUE
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.
               WHEN OTHER
                   DISPLAY "Status..: AVAILABLE"
           END-EVALUATE
           PERFORM 2250-SHOW-AVAILABILITY THRU 2250-EXIT
           PERFORM 2400-SHOW-RELATED-TITLES THRU 2400-EXIT.
       2200-EXIT.
           EXIT.

                   IF IQ-LOAN-FOUND AND LN-ON-LOAN
                       DISPLAY "Avail...: ON LOAN to " LN-BORROWER
                               " due " LN-DUE-DATE
                       PERFORM 2270-SHOW-BORROWER-BLOCKS
                           THRU 2270-EXIT
                   ELSE
                       DISPLAY "Avail...: ON LOAN (no loan record)"
                   END-IF
               IF IQ-LOAN-FOUND AND LN-ON-LOAN
                   DISPLAY "Avail...: ON LOAN to " LN-BORROWER
                           " due " LN-DUE-DATE
                   PERFORM 2270-SHOW-BORROWER-BLOCKS THRU 2270-EXIT
                   GO TO 2250-EXIT
               END-IF
           END-IF
       2260-EXIT.
           EXIT.

      *  The blocks and desk notes in force today on the borrower
      *  the loan record names - shown only, the inquiry refuses
      *  nothing.
       2270-SHOW-BORROWER-BLOCKS.
           MOVE "C" TO BA-FUNCTION
           MOVE LN-BORROWER-NO TO BA-BORROWER-NO
           MOVE ZEROS TO BA-AS-OF-DATE
           CALL "BLOCK-SVC" USING BA-BLOCK-SVC-AREA
           END-CALL
           PERFORM 2275-SHOW-ONE-BLOCK THRU 2275-EXIT
               VARYING IQ-BLOCK-IX FROM 1 BY 1
               UNTIL IQ-BLOCK-IX > BA-BLOCK-COUNT.
       2270-EXIT.
           EXIT.

       2275-SHOW-ONE-BLOCK.
           DISPLAY "Block...: " BA-BL-TYPE (IQ-BLOCK-IX) " "
                   BA-BL-DESCRIPTION (IQ-BLOCK-IX) " - "
                   BA-BL-STOPS (IQ-BLOCK-IX)
           DISPLAY "          " BA-BL-REASON (IQ-BLOCK-IX)
           IF BA-BL-EXPIRY-DATE (IQ-BLOCK-IX) > ZEROS
               DISPLAY "          set by " BA-BL-SET-BY (IQ-BLOCK-IX)
                       " until " BA-BL-EXPIRY-DATE (IQ-BLOCK-IX)
           ELSE
               DISPLAY "          set by " BA-BL-SET-BY (IQ-BLOCK-IX)
                       ", no expiry"
           END-IF.
       2275-EXIT.
           EXIT.

       2300-LOOK-UP-BY-ISBN.
           MOVE ZEROS TO IQ-MATCH-COUNT
           MOVE "N" TO IQ-SCAN-EOF-SWITCH
       2310-EXIT.
           EXIT.

      *****************************************************************
      *  2400-SHOW-RELATED-TITLES - the series and work the book
      *  belongs to on TITLELNK.DAT, then every other volume of the
      *  series and edition of the work, each read on BOOKS.DAT for
      *  its availability.  A book with no link record shows
      *  nothing more.  The link file is scanned whole - it holds
      *  only the linked books, a small part of the catalog.
      *****************************************************************
       2400-SHOW-RELATED-TITLES.
           IF NOT IQ-LINKFILE-OPEN
               GO TO 2400-EXIT
           END-IF
           MOVE BK-BOOK-ID TO IQ-SHOWN-BOOK-ID
           MOVE BK-BOOK-ID TO TK-BOOK-ID
           READ LinkFile
               INVALID KEY
                   GO TO 2400-EXIT
           END-READ
           MOVE TK-SERIES-CODE TO IQ-SERIES-CODE
           MOVE TK-WORK-CODE   TO IQ-WORK-CODE
           IF IQ-SERIES-CODE NOT = SPACES
               IF TK-SERIES-CLOSED
                   DISPLAY "Series..: " IQ-SERIES-CODE " volume "
                           TK-VOLUME-NO " (series closed)"
               ELSE
                   DISPLAY "Series..: " IQ-SERIES-CODE " volume "
                           TK-VOLUME-NO
               END-IF
           END-IF
           IF IQ-WORK-CODE NOT = SPACES
               DISPLAY "Work....: " IQ-WORK-CODE " edition "
                       TK-EDITION-NO
           END-IF
           DISPLAY "Related titles:"
           MOVE ZEROS TO IQ-RELATED-COUNT
           MOVE "N" TO IQ-LINK-EOF-SWITCH
           MOVE ZEROS TO TK-BOOK-ID
           START LinkFile KEY NOT < TK-BOOK-ID
               INVALID KEY
                   SET IQ-LINK-EOF TO TRUE
           END-START
           PERFORM 2410-SHOW-ONE-RELATED THRU 2410-EXIT
               UNTIL IQ-LINK-EOF
           IF IQ-RELATED-COUNT = ZEROS
               DISPLAY "  (none on file)"
           END-IF
           MOVE IQ-SHOWN-BOOK-ID TO BK-BOOK-ID
           READ BookFile
               INVALID KEY
                   CONTINUE
           END-READ.
       2400-EXIT.
           EXIT.

       2410-SHOW-ONE-RELATED.
           READ LinkFile NEXT RECORD
               AT END
                   SET IQ-LINK-EOF TO TRUE
                   GO TO 2410-EXIT
           END-READ
           IF TK-BOOK-ID = IQ-SHOWN-BOOK-ID
               GO TO 2410-EXIT
           END-IF
           EVALUATE TRUE
               WHEN IQ-SERIES-CODE NOT = SPACES
                   AND TK-SERIES-CODE = IQ-SERIES-CODE
                   MOVE "VOL " TO IQ-RL-RELATION
                   MOVE TK-VOLUME-NO TO IQ-RL-NUMBER
               WHEN IQ-WORK-CODE NOT = SPACES
                   AND TK-WORK-CODE = IQ-WORK-CODE
                   MOVE "ED  " TO IQ-RL-RELATION
                   MOVE TK-EDITION-NO TO IQ-RL-NUMBER
               WHEN OTHER
                   GO TO 2410-EXIT
           END-EVALUATE
           ADD 1 TO IQ-RELATED-COUNT
           MOVE TK-BOOK-ID TO IQ-RL-BOOK-ID
           MOVE TK-BOOK-ID TO BK-BOOK-ID
           READ BookFile
               INVALID KEY
                   MOVE SPACES TO IQ-RL-NAME
                   MOVE "NOT ON FILE" TO IQ-RL-AVAIL
                   MOVE ZEROS TO IQ-RL-COPIES-OUT IQ-RL-COPIES-OWNED
                   DISPLAY IQ-RELATED-ROW
                   GO TO 2410-EXIT
           END-READ
           MOVE BK-BOOK-NAME TO IQ-RL-NAME
           EVALUATE TRUE
               WHEN BK-LOST
                   MOVE "LOST" TO IQ-RL-AVAIL
               WHEN BK-IN-REPAIR
                   MOVE "IN REPAIR" TO IQ-RL-AVAIL
               WHEN BK-WITHDRAWN
                   MOVE "WITHDRAWN" TO IQ-RL-AVAIL
               WHEN BK-COPIES-OUT IS NUMERIC
                   AND BK-COPIES-OUT > ZEROS
                   MOVE "ON LOAN" TO IQ-RL-AVAIL
               WHEN OTHER
                   MOVE "ON SHELF" TO IQ-RL-AVAIL
           END-EVALUATE
           IF BK-COPIES-OUT IS NUMERIC
               MOVE BK-COPIES-OUT TO IQ-RL-COPIES-OUT
           ELSE
               MOVE ZEROS TO IQ-RL-COPIES-OUT
           END-IF
           IF BK-COPIES-OWNED IS NUMERIC
               MOVE BK-COPIES-OWNED TO IQ-RL-COPIES-OWNED
           ELSE
               MOVE ZEROS TO IQ-RL-COPIES-OWNED
           END-IF
           DISPLAY IQ-RELATED-ROW.
       2410-EXIT.
           EXIT.

      *****************************************************************
      *  5000-BROWSE-CATALOG - the smudged-label path.  A partial id
      *  keys left-justified and fills out with zeros for the START;
