       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BOOKLABL.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  BOOKLABL
      *
      *  Spine and barcode label run for newly received stock, so
      *  the processing team stops handwriting labels and item slips
      *  once BOOKORD has received an order and WRITE-FILE has
      *  cataloged it.  Every book added to BOOKS.DAT since the last
      *  run - a successful A or L record on the BOOKAUD.DAT trail
      *  stamped later than the one the last run labelled - gets one
      *  label per copy owned on LABELS.RPT:
      *
      *      *0001234*  the BookId in Code 39 form, start and stop
      *                 characters included, for the barcode font
      *      0001234    the same BookId in plain figures
      *      copy n of m
      *      shelf mark - the genre's GE-SHELF-MARK from GENRES.DAT
      *                 (the first four characters of the genre
      *                 code when it has none) and the first three
      *                 letters of the author
      *      the title cut to twenty characters, the author, and
      *      the branch code (MAIN for the main building)
      *
      *  Titles, authors and copies come from the catalog as it
      *  stands, not the audit image, so a correction keyed since
      *  the add is on the label; a book deleted since is skipped.
      *  The audit date and time of the last book labelled is kept
      *  on LABELCTL.DAT so nothing is printed twice.  With no
      *  LABELCTL.DAT yet, only books added today are labelled.
      *
      *  A damaged label is reprinted by keying the BookId, and
      *  optionally a copy number, at the prompt - the reprint does
      *  not move LABELCTL.DAT on.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program, introduced with spine and
      *                  barcode labels.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuditFile ASSIGN TO "BOOKAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LL-AUDITFILE-STATUS.
           SELECT BookFile ASSIGN TO "BOOKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-BOOK-ID
               FILE STATUS IS LL-BOOKFILE-STATUS.
           SELECT GenreFile ASSIGN TO "GENRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GE-GENRE-CODE
               FILE STATUS IS LL-GENREFILE-STATUS.
           SELECT LabelFile ASSIGN TO "LABELS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LL-LABELFILE-STATUS.
           SELECT ControlFile ASSIGN TO "LABELCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LL-CTLFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AuditFile.
       COPY AUDITREC.

       FD BookFile.
       COPY BOOKREC.

       FD GenreFile.
       COPY GENREREC.

       FD LabelFile.
       01  LL-LABEL-LINE.
           05  LL-L-BARCODE          PIC X(09).
           05  FILLER                PIC X(01).
           05  LL-L-BOOK-ID          PIC 9(07).
           05  FILLER                PIC X(01).
           05  LL-L-COPY-NO          PIC 9(03).
           05  FILLER                PIC X(01).
           05  LL-L-COPIES           PIC 9(03).
           05  FILLER                PIC X(01).
           05  LL-L-SHELF-MARK       PIC X(08).
           05  FILLER                PIC X(01).
           05  LL-L-SHORT-TITLE      PIC X(20).
           05  FILLER                PIC X(01).
           05  LL-L-AUTHOR           PIC X(15).
           05  FILLER                PIC X(01).
           05  LL-L-BRANCH           PIC X(04).

       FD ControlFile.
       01  LL-CONTROL-RECORD.
           05  LL-CTL-LAST-DATE      PIC 9(08).
           05  LL-CTL-LAST-TIME      PIC 9(08).

       WORKING-STORAGE SECTION.
       01  LL-AUDITFILE-STATUS       PIC X(02).
           88  LL-AUDITFILE-OK       VALUE "00".

       01  LL-BOOKFILE-STATUS        PIC X(02).
           88  LL-BOOKFILE-OK        VALUE "00".

       01  LL-GENREFILE-STATUS       PIC X(02).
           88  LL-GENREFILE-OK       VALUE "00".

       01  LL-LABELFILE-STATUS       PIC X(02).
           88  LL-LABELFILE-OK       VALUE "00".

       01  LL-CTLFILE-STATUS         PIC X(02).
           88  LL-CTLFILE-OK         VALUE "00".

       01  LL-EOF-SWITCH             PIC X(01).
           88  LL-FILE-EOF           VALUE "Y".

       01  LL-FILES-OPEN-SWITCH      PIC X(01) VALUE "N".
           88  LL-FILES-OPEN         VALUE "Y".

       01  LL-GENRES-SWITCH          PIC X(01) VALUE "N".
           88  LL-GENRES-ON-FILE     VALUE "Y".

       01  LL-BOOK-FOUND-SWITCH      PIC X(01).
           88  LL-BOOK-FOUND         VALUE "Y".

       01  LL-REPRINT-ENTRY.
           05  LL-RP-BOOK-ID         PIC X(07).
           05  LL-RP-BOOK-ID-N REDEFINES LL-RP-BOOK-ID
                                     PIC 9(07).
           05  FILLER                PIC X(01).
           05  LL-RP-COPY-NO         PIC X(03).
           05  LL-RP-COPY-NO-N REDEFINES LL-RP-COPY-NO
                                     PIC 9(03).

       01  LL-RUN-DATE               PIC 9(08).

      *  The audit stamp of the last book labelled - read from
      *  LABELCTL.DAT at the start and carried forward as the run
      *  labels later adds.
       01  LL-LAST-DATE              PIC 9(08).
       01  LL-LAST-TIME              PIC 9(08).
       01  LL-HIGH-DATE              PIC 9(08).
       01  LL-HIGH-TIME              PIC 9(08).

       01  LL-COPIES                 PIC 9(03).
       01  LL-COPY-NO                PIC 9(04).
       01  LL-FIRST-COPY             PIC 9(03).
       01  LL-LAST-COPY              PIC 9(03).
       01  LL-SHELF-MARK             PIC X(08).
       01  LL-AUTHOR-MARK            PIC X(03).

       01  LL-BOOK-COUNT             PIC 9(05) VALUE ZEROS.
       01  LL-LABEL-COUNT            PIC 9(05) VALUE ZEROS.
       01  LL-SKIPPED-COUNT          PIC 9(05) VALUE ZEROS.

       COPY RUNDATE.

       01  LL-HEADING-1.
           05  FILLER                PIC X(10) VALUE "BOOKLABL".
           05  FILLER                PIC X(30) VALUE
               "SPINE AND BARCODE LABEL RUN".
           05  FILLER                PIC X(12) VALUE "  RUN DATE: ".
           05  LL-H1-DATE            PIC X(10).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF LL-FILES-OPEN
               IF LL-RP-BOOK-ID = SPACES
                   PERFORM 2000-LABEL-NEW-STOCK THRU 2000-EXIT
               ELSE
                   PERFORM 3000-REPRINT-BOOK THRU 3000-EXIT
               END-IF
               PERFORM 4000-TERMINATE THRU 4000-EXIT
           END-IF
           GOBACK.

       1000-INITIALIZE.
           ACCEPT LL-RUN-DATE FROM DATE YYYYMMDD
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           MOVE RD-RUN-DATE-DISPLAY TO LL-H1-DATE
           DISPLAY LL-HEADING-1
           DISPLAY SPACES
           DISPLAY "BookId and copy number to reprint (blank = label"
           DISPLAY "new stock) - BBBBBBB CCC : " WITH NO ADVANCING
           ACCEPT LL-REPRINT-ENTRY
           IF LL-RP-BOOK-ID NOT = SPACES
               IF LL-RP-BOOK-ID-N NOT NUMERIC
                   DISPLAY "BookId must be keyed as seven digits."
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
               IF LL-RP-COPY-NO NOT = SPACES
                   AND (LL-RP-COPY-NO-N NOT NUMERIC
                        OR LL-RP-COPY-NO-N = ZEROS)
                   DISPLAY "Copy number must be three digits, or"
                           " blank for every copy."
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
           END-IF
           OPEN INPUT BookFile
           IF NOT LL-BOOKFILE-OK
               DISPLAY "BookFile OPEN failed - status "
                       LL-BOOKFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT GenreFile
           IF LL-GENREFILE-OK
               SET LL-GENRES-ON-FILE TO TRUE
           END-IF
           OPEN OUTPUT LabelFile
           IF NOT LL-LABELFILE-OK
               DISPLAY "LABELS.RPT OPEN failed - status "
                       LL-LABELFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               CLOSE BookFile
               IF LL-GENRES-ON-FILE
                   CLOSE GenreFile
               END-IF
               GO TO 1000-EXIT
           END-IF
           SET LL-FILES-OPEN TO TRUE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-LABEL-NEW-STOCK - one pass of the audit trail for the
      *  adds stamped after the last book labelled, then the stamp
      *  of the latest one back to LABELCTL.DAT.
      *****************************************************************
       2000-LABEL-NEW-STOCK.
           PERFORM 2100-READ-CONTROL THRU 2100-EXIT
           MOVE LL-LAST-DATE TO LL-HIGH-DATE
           MOVE LL-LAST-TIME TO LL-HIGH-TIME
           OPEN INPUT AuditFile
           IF NOT LL-AUDITFILE-OK
               DISPLAY "BOOKAUD.DAT OPEN failed - status "
                       LL-AUDITFILE-STATUS " - nothing labelled."
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO LL-EOF-SWITCH
           PERFORM 2200-CHECK-ONE-AUDIT THRU 2200-EXIT
               UNTIL LL-FILE-EOF
           CLOSE AuditFile
           PERFORM 2300-WRITE-CONTROL THRU 2300-EXIT.
       2000-EXIT.
           EXIT.

      *  No control record yet is the first run - start from the
      *  beginning of today rather than label the whole catalog.
       2100-READ-CONTROL.
           MOVE LL-RUN-DATE TO LL-LAST-DATE
           MOVE ZEROS TO LL-LAST-TIME
           OPEN INPUT ControlFile
           IF NOT LL-CTLFILE-OK
               DISPLAY "LABELCTL.DAT not found - labelling books"
                       " added today."
               GO TO 2100-EXIT
           END-IF
           READ ControlFile
               AT END
                   DISPLAY "LABELCTL.DAT is empty - labelling books"
                           " added today."
               NOT AT END
                   IF LL-CTL-LAST-DATE IS NUMERIC
                       AND LL-CTL-LAST-TIME IS NUMERIC
                       MOVE LL-CTL-LAST-DATE TO LL-LAST-DATE
                       MOVE LL-CTL-LAST-TIME TO LL-LAST-TIME
                   END-IF
           END-READ
           CLOSE ControlFile
           DISPLAY "Labelling books added after " LL-LAST-DATE " "
                   LL-LAST-TIME.
       2100-EXIT.
           EXIT.

       2200-CHECK-ONE-AUDIT.
           READ AuditFile
               AT END
                   SET LL-FILE-EOF TO TRUE
                   GO TO 2200-EXIT
           END-READ
           IF AD-TXN-CODE NOT = "A" AND AD-TXN-CODE NOT = "L"
               GO TO 2200-EXIT
           END-IF
           IF AD-RESULT NOT = "S"
               GO TO 2200-EXIT
           END-IF
           IF AD-RUN-DATE < LL-LAST-DATE
               OR (AD-RUN-DATE = LL-LAST-DATE
                   AND AD-RUN-TIME NOT > LL-LAST-TIME)
               GO TO 2200-EXIT
           END-IF
           IF AD-RUN-DATE > LL-HIGH-DATE
               OR (AD-RUN-DATE = LL-HIGH-DATE
                   AND AD-RUN-TIME > LL-HIGH-TIME)
               MOVE AD-RUN-DATE TO LL-HIGH-DATE
               MOVE AD-RUN-TIME TO LL-HIGH-TIME
           END-IF
           MOVE AD-BOOK-ID TO BK-BOOK-ID
           PERFORM 5000-READ-BOOK THRU 5000-EXIT
           IF NOT LL-BOOK-FOUND
               DISPLAY "Book " AD-BOOK-ID " no longer on the catalog"
                       " - not labelled."
               ADD 1 TO LL-SKIPPED-COUNT
               GO TO 2200-EXIT
           END-IF
           MOVE 1 TO LL-FIRST-COPY
           MOVE LL-COPIES TO LL-LAST-COPY
           PERFORM 6000-LABEL-ONE-BOOK THRU 6000-EXIT.
       2200-EXIT.
           EXIT.

      *  Written only when the run got through the trail, so a
      *  failed run is simply run again.
       2300-WRITE-CONTROL.
           OPEN OUTPUT ControlFile
           IF NOT LL-CTLFILE-OK
               DISPLAY "*** LABELCTL.DAT OPEN failed - status "
                       LL-CTLFILE-STATUS " - the same books will be"
                       " labelled again next run."
               MOVE 4 TO RETURN-CODE
               GO TO 2300-EXIT
           END-IF
           MOVE LL-HIGH-DATE TO LL-CTL-LAST-DATE
           MOVE LL-HIGH-TIME TO LL-CTL-LAST-TIME
           WRITE LL-CONTROL-RECORD
           CLOSE ControlFile.
       2300-EXIT.
           EXIT.

       3000-REPRINT-BOOK.
           MOVE LL-RP-BOOK-ID-N TO BK-BOOK-ID
           PERFORM 5000-READ-BOOK THRU 5000-EXIT
           IF NOT LL-BOOK-FOUND
               DISPLAY "Book " LL-RP-BOOK-ID " is not on the catalog."
               MOVE 4 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           IF LL-RP-COPY-NO = SPACES
               MOVE 1 TO LL-FIRST-COPY
               MOVE LL-COPIES TO LL-LAST-COPY
           ELSE
               IF LL-RP-COPY-NO-N > LL-COPIES
                   DISPLAY "Book " LL-RP-BOOK-ID " has only "
                           LL-COPIES " copies."
                   MOVE 4 TO RETURN-CODE
                   GO TO 3000-EXIT
               END-IF
               MOVE LL-RP-COPY-NO-N TO LL-FIRST-COPY
               MOVE LL-RP-COPY-NO-N TO LL-LAST-COPY
           END-IF
           PERFORM 6000-LABEL-ONE-BOOK THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

       4000-TERMINATE.
           CLOSE LabelFile
           CLOSE BookFile
           IF LL-GENRES-ON-FILE
               CLOSE GenreFile
           END-IF
           DISPLAY SPACES
           DISPLAY "BOOKLABL - " LL-BOOK-COUNT " book(s), "
                   LL-LABEL-COUNT " label(s) on LABELS.RPT, "
                   LL-SKIPPED-COUNT " skipped.".
       4000-EXIT.
           EXIT.

      *  A book with no copies recorded owns one, as everywhere
      *  else on the catalog.
       5000-READ-BOOK.
           MOVE "N" TO LL-BOOK-FOUND-SWITCH
           READ BookFile
               INVALID KEY
                   GO TO 5000-EXIT
           END-READ
           SET LL-BOOK-FOUND TO TRUE
           IF BK-COPIES-OWNED IS NUMERIC
               AND BK-COPIES-OWNED > ZEROS
               MOVE BK-COPIES-OWNED TO LL-COPIES
           ELSE
               MOVE 1 TO LL-COPIES
           END-IF.
       5000-EXIT.
           EXIT.

       6000-LABEL-ONE-BOOK.
           PERFORM 6100-BUILD-SHELF-MARK THRU 6100-EXIT
           ADD 1 TO LL-BOOK-COUNT
           MOVE LL-FIRST-COPY TO LL-COPY-NO
           PERFORM 6200-WRITE-ONE-LABEL THRU 6200-EXIT
               UNTIL LL-COPY-NO > LL-LAST-COPY.
       6000-EXIT.
           EXIT.

       6100-BUILD-SHELF-MARK.
           MOVE SPACES TO GE-SHELF-MARK
           IF LL-GENRES-ON-FILE
               MOVE BK-BOOK-GENRE TO GE-GENRE-CODE
               READ GenreFile
                   INVALID KEY
                       MOVE SPACES TO GE-SHELF-MARK
               END-READ
           END-IF
           IF GE-SHELF-MARK = SPACES
               MOVE BK-BOOK-GENRE TO GE-SHELF-MARK
           END-IF
           MOVE BK-BOOK-AUTHOR TO LL-AUTHOR-MARK
           INSPECT LL-AUTHOR-MARK CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO LL-SHELF-MARK
           STRING GE-SHELF-MARK  DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  LL-AUTHOR-MARK DELIMITED BY SIZE
               INTO LL-SHELF-MARK.
       6100-EXIT.
           EXIT.

       6200-WRITE-ONE-LABEL.
           MOVE SPACES TO LL-LABEL-LINE
           STRING "*"        DELIMITED BY SIZE
                  BK-BOOK-ID DELIMITED BY SIZE
                  "*"        DELIMITED BY SIZE
               INTO LL-L-BARCODE
           MOVE BK-BOOK-ID     TO LL-L-BOOK-ID
           MOVE LL-COPY-NO     TO LL-L-COPY-NO
           MOVE LL-COPIES      TO LL-L-COPIES
           MOVE LL-SHELF-MARK  TO LL-L-SHELF-MARK
           MOVE BK-BOOK-NAME   TO LL-L-SHORT-TITLE
           MOVE BK-BOOK-AUTHOR TO LL-L-AUTHOR
           IF BK-BRANCH = SPACES
               MOVE "MAIN" TO LL-L-BRANCH
           ELSE
               MOVE BK-BRANCH TO LL-L-BRANCH
           END-IF
           WRITE LL-LABEL-LINE
           ADD 1 TO LL-LABEL-COUNT
           ADD 1 TO LL-COPY-NO.
       6200-EXIT.
           EXIT.
