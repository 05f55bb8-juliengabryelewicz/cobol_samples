       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LINKMNT.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  LINKMNT
      *
      *  Series and edition links between catalog records, kept on
      *  TITLELNK.DAT so BOOKINQ can show that volume 3 exists, or
      *  that a newer edition of a title is on the shelf.  Keyed at
      *  the console in the style of SERMNT:
      *
      *      S  put a book in a series at a volume number - a blank
      *         series code takes it out of its series
      *      E  link a book to a work as an edition - a blank work
      *         code takes it off the work
      *      O  mark a series still being bought (every member)
      *      C  mark a series closed - complete, or given up on
      *
      *  A series code and a work code are any eight characters the
      *  desk chooses; the books carrying the same code are linked.
      *  A book joining a series takes the status its other members
      *  already carry (still buying for a new series).  A book
      *  left with neither link loses its record.  Only BOOKS.DAT
      *  is read, never written, so no BOOK-LOCK is taken.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program, introduced with series and
      *                  edition linking.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LinkFile ASSIGN TO "TITLELNK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TK-BOOK-ID
               FILE STATUS IS LM-LINKFILE-STATUS.
           SELECT BookFile ASSIGN TO "BOOKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BK-BOOK-ID
               FILE STATUS IS LM-BOOKFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LinkFile.
       COPY TITLELNK.

       FD BookFile.
       COPY BOOKREC.

       WORKING-STORAGE SECTION.
       01  LM-LINKFILE-STATUS        PIC X(02).
           88  LM-LINKFILE-OK        VALUE "00".
           88  LM-LINKFILE-NEW       VALUE "35".

       01  LM-BOOKFILE-STATUS        PIC X(02).
           88  LM-BOOKFILE-OK        VALUE "00".

       01  LM-FILES-SWITCH           PIC X(01) VALUE "N".
           88  LM-FILES-OPEN         VALUE "Y".

       01  LM-FOUND-SWITCH           PIC X(01).
           88  LM-RECORD-FOUND       VALUE "Y".

       01  LM-SCAN-EOF-SWITCH        PIC X(01).
           88  LM-SCAN-EOF           VALUE "Y".

       01  LM-TXN-LINE.
           05  LM-TXN-CODE           PIC X(01).
               88  LM-SERIES-TXN     VALUE "S" "s".
               88  LM-EDITION-TXN    VALUE "E" "e".
               88  LM-OPEN-TXN       VALUE "O" "o".
               88  LM-CLOSE-TXN      VALUE "C" "c".
           05  LM-TXN-BOOK-ID        PIC X(07).
           05  LM-TXN-BOOK-ID-N REDEFINES LM-TXN-BOOK-ID
                                     PIC 9(07).
           05  LM-TXN-LINK-CODE      PIC X(08).
           05  LM-TXN-NUMBER         PIC X(03).
           05  LM-TXN-NUMBER-N REDEFINES LM-TXN-NUMBER
                                     PIC 9(03).

      *  The series status a book joining a series takes, found on
      *  the series' other members, and the one O and C set.
       01  LM-SERIES-STATUS          PIC X(01).
       01  LM-MEMBER-COUNT           PIC 9(05).

       01  LM-SYSTEM-DATE            PIC 9(08).

       COPY CURROPER.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF LM-FILES-OPEN
               DISPLAY "Enter title link transactions below.  Enter"
               DISPLAY "no data to end."
               PERFORM 2000-GET-LINK-TXN THRU 2000-EXIT
               PERFORM 2100-PROCESS-LINK-TXN THRU 2100-EXIT
                   UNTIL LM-TXN-LINE = SPACES
               CLOSE LinkFile
               CLOSE BookFile
           END-IF
           GOBACK.

       1000-INITIALIZE.
           ACCEPT LM-SYSTEM-DATE FROM DATE YYYYMMDD
           CALL "GETOPER" USING CO-CURRENT-OPER-AREA
           END-CALL
           OPEN INPUT BookFile
           IF NOT LM-BOOKFILE-OK
               DISPLAY "BOOKS.DAT OPEN failed - status "
                       LM-BOOKFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O LinkFile
           IF LM-LINKFILE-NEW
               OPEN OUTPUT LinkFile
               CLOSE LinkFile
               OPEN I-O LinkFile
           END-IF
           IF NOT LM-LINKFILE-OK
               DISPLAY "TITLELNK.DAT OPEN failed - status "
                       LM-LINKFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               CLOSE BookFile
               GO TO 1000-EXIT
           END-IF
           SET LM-FILES-OPEN TO TRUE.
       1000-EXIT.
           EXIT.

       2000-GET-LINK-TXN.
           DISPLAY "Enter - Txn(S series / E edition), BookId,"
           DISPLAY "Series or work code, Volume or edition number"
           DISPLAY "TIIIIIIICCCCCCCCNNN"
           DISPLAY "   or - Txn(O still buying / C closed), Series"
           DISPLAY "T       CCCCCCCC"
           ACCEPT  LM-TXN-LINE.
       2000-EXIT.
           EXIT.

       2100-PROCESS-LINK-TXN.
           EVALUATE TRUE
               WHEN LM-SERIES-TXN
                   PERFORM 2200-SET-SERIES THRU 2200-EXIT
               WHEN LM-EDITION-TXN
                   PERFORM 2300-SET-EDITION THRU 2300-EXIT
               WHEN LM-OPEN-TXN
                   MOVE "O" TO LM-SERIES-STATUS
                   PERFORM 2500-SET-SERIES-STATUS THRU 2500-EXIT
               WHEN LM-CLOSE-TXN
                   MOVE "C" TO LM-SERIES-STATUS
                   PERFORM 2500-SET-SERIES-STATUS THRU 2500-EXIT
               WHEN OTHER
                   DISPLAY "Unknown transaction code - ignored."
           END-EVALUATE
           PERFORM 2000-GET-LINK-TXN THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-SET-SERIES - put the book in the series at the volume
      *  keyed, or take it out on a blank series code.  The status
      *  of the series is looked up before the book's own record is
      *  read, since the lookup walks the file.
      *****************************************************************
       2200-SET-SERIES.
           PERFORM 2800-CHECK-BOOK THRU 2800-EXIT
           IF NOT LM-RECORD-FOUND
               GO TO 2200-EXIT
           END-IF
           IF LM-TXN-LINK-CODE NOT = SPACES
               IF LM-TXN-NUMBER-N NOT NUMERIC
                   OR LM-TXN-NUMBER-N = ZEROS
                   DISPLAY "Volume number " LM-TXN-NUMBER
                           " must be three digits, not zero."
                   GO TO 2200-EXIT
               END-IF
               MOVE "O" TO LM-SERIES-STATUS
               PERFORM 2600-FIND-SERIES-STATUS THRU 2600-EXIT
           END-IF
           PERFORM 2900-READ-LINK THRU 2900-EXIT
           IF LM-TXN-LINK-CODE = SPACES
               MOVE SPACES TO TK-SERIES-CODE TK-SERIES-STATUS
               MOVE ZEROS TO TK-VOLUME-NO
               DISPLAY "Book " LM-TXN-BOOK-ID " taken out of its"
                       " series."
           ELSE
               MOVE LM-TXN-LINK-CODE TO TK-SERIES-CODE
               MOVE LM-TXN-NUMBER-N  TO TK-VOLUME-NO
               MOVE LM-SERIES-STATUS TO TK-SERIES-STATUS
               DISPLAY "Book " LM-TXN-BOOK-ID " is volume "
                       TK-VOLUME-NO " of series " TK-SERIES-CODE "."
           END-IF
           PERFORM 2700-STORE-LINK THRU 2700-EXIT.
       2200-EXIT.
           EXIT.

       2300-SET-EDITION.
           PERFORM 2800-CHECK-BOOK THRU 2800-EXIT
           IF NOT LM-RECORD-FOUND
               GO TO 2300-EXIT
           END-IF
           IF LM-TXN-LINK-CODE NOT = SPACES
               AND LM-TXN-NUMBER NOT = SPACES
               AND LM-TXN-NUMBER-N NOT NUMERIC
               DISPLAY "Edition number " LM-TXN-NUMBER
                       " must be digits."
               GO TO 2300-EXIT
           END-IF
           PERFORM 2900-READ-LINK THRU 2900-EXIT
           IF LM-TXN-LINK-CODE = SPACES
               MOVE SPACES TO TK-WORK-CODE
               MOVE ZEROS TO TK-EDITION-NO
               DISPLAY "Book " LM-TXN-BOOK-ID " taken off its work."
           ELSE
               MOVE LM-TXN-LINK-CODE TO TK-WORK-CODE
               IF LM-TXN-NUMBER = SPACES
                   MOVE ZEROS TO TK-EDITION-NO
               ELSE
                   MOVE LM-TXN-NUMBER-N TO TK-EDITION-NO
               END-IF
               DISPLAY "Book " LM-TXN-BOOK-ID " linked as edition "
                       TK-EDITION-NO " of work " TK-WORK-CODE "."
           END-IF
           PERFORM 2700-STORE-LINK THRU 2700-EXIT.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2500-SET-SERIES-STATUS - O or C onto every member of the
      *  series keyed.  One walk of the file, rewriting as it goes.
      *****************************************************************
       2500-SET-SERIES-STATUS.
           IF LM-TXN-LINK-CODE = SPACES
               DISPLAY "Series code must not be blank - ignored."
               GO TO 2500-EXIT
           END-IF
           MOVE ZEROS TO LM-MEMBER-COUNT
           MOVE ZEROS TO TK-BOOK-ID
           MOVE "N" TO LM-SCAN-EOF-SWITCH
           START LinkFile KEY IS NOT LESS THAN TK-BOOK-ID
               INVALID KEY
                   SET LM-SCAN-EOF TO TRUE
           END-START
           PERFORM 2510-SET-ONE-MEMBER THRU 2510-EXIT
               UNTIL LM-SCAN-EOF
           IF LM-MEMBER-COUNT = ZEROS
               DISPLAY "No book is in series " LM-TXN-LINK-CODE "."
           ELSE
               IF LM-SERIES-STATUS = "O"
                   DISPLAY "Series " LM-TXN-LINK-CODE " still being"
                           " bought - " LM-MEMBER-COUNT " volume(s)."
               ELSE
                   DISPLAY "Series " LM-TXN-LINK-CODE " closed - "
                           LM-MEMBER-COUNT " volume(s)."
               END-IF
           END-IF.
       2500-EXIT.
           EXIT.

       2510-SET-ONE-MEMBER.
           READ LinkFile NEXT RECORD
               AT END
                   SET LM-SCAN-EOF TO TRUE
                   GO TO 2510-EXIT
           END-READ
           IF TK-SERIES-CODE NOT = LM-TXN-LINK-CODE
               GO TO 2510-EXIT
           END-IF
           MOVE LM-SERIES-STATUS TO TK-SERIES-STATUS
           REWRITE TK-TITLE-LINK-RECORD
               INVALID KEY
                   DISPLAY "Book " TK-BOOK-ID " not rewritten."
               NOT INVALID KEY
                   ADD 1 TO LM-MEMBER-COUNT
           END-REWRITE.
       2510-EXIT.
           EXIT.

      *  The status the series' members already carry - the first
      *  member found speaks for them all.  A new series starts
      *  still buying.
       2600-FIND-SERIES-STATUS.
           MOVE ZEROS TO TK-BOOK-ID
           MOVE "N" TO LM-SCAN-EOF-SWITCH
           START LinkFile KEY IS NOT LESS THAN TK-BOOK-ID
               INVALID KEY
                   SET LM-SCAN-EOF TO TRUE
           END-START
           PERFORM 2610-CHECK-ONE-MEMBER THRU 2610-EXIT
               UNTIL LM-SCAN-EOF.
       2600-EXIT.
           EXIT.

       2610-CHECK-ONE-MEMBER.
           READ LinkFile NEXT RECORD
               AT END
                   SET LM-SCAN-EOF TO TRUE
                   GO TO 2610-EXIT
           END-READ
           IF TK-SERIES-CODE = LM-TXN-LINK-CODE
               AND TK-BOOK-ID NOT = LM-TXN-BOOK-ID-N
               IF TK-SERIES-CLOSED
                   MOVE "C" TO LM-SERIES-STATUS
               ELSE
                   MOVE "O" TO LM-SERIES-STATUS
               END-IF
               SET LM-SCAN-EOF TO TRUE
           END-IF.
       2610-EXIT.
           EXIT.

      *****************************************************************
      *  2700-STORE-LINK - write the book's record back: a new one
      *  is written, a changed one rewritten, and one left with
      *  neither a series nor a work deleted.
      *****************************************************************
       2700-STORE-LINK.
           MOVE CO-OPER-ID     TO TK-SET-UP-OPER
           MOVE LM-SYSTEM-DATE TO TK-SET-UP-DATE
           IF TK-SERIES-CODE = SPACES
               AND TK-WORK-CODE = SPACES
               IF LM-RECORD-FOUND
                   DELETE LinkFile
                       INVALID KEY
                           DISPLAY "Book " LM-TXN-BOOK-ID
                                   " link not removed."
                   END-DELETE
               END-IF
               GO TO 2700-EXIT
           END-IF
           IF LM-RECORD-FOUND
               REWRITE TK-TITLE-LINK-RECORD
                   INVALID KEY
                       DISPLAY "Book " LM-TXN-BOOK-ID
                               " link not rewritten."
               END-REWRITE
           ELSE
               WRITE TK-TITLE-LINK-RECORD
                   INVALID KEY
                       DISPLAY "Book " LM-TXN-BOOK-ID
                               " link not written."
               END-WRITE
           END-IF.
       2700-EXIT.
           EXIT.

       2800-CHECK-BOOK.
           MOVE "N" TO LM-FOUND-SWITCH
           IF LM-TXN-BOOK-ID-N NOT NUMERIC
               DISPLAY "BookId " LM-TXN-BOOK-ID " must be seven"
                       " digits."
               GO TO 2800-EXIT
           END-IF
           MOVE LM-TXN-BOOK-ID-N TO BK-BOOK-ID
           READ BookFile
               INVALID KEY
                   DISPLAY "Book " LM-TXN-BOOK-ID " not on file."
               NOT INVALID KEY
                   MOVE "Y" TO LM-FOUND-SWITCH
           END-READ.
       2800-EXIT.
           EXIT.

      *  The book's link record, or a fresh one when it has none -
      *  LM-RECORD-FOUND says which.
       2900-READ-LINK.
           MOVE LM-TXN-BOOK-ID-N TO TK-BOOK-ID
           MOVE "N" TO LM-FOUND-SWITCH
           READ LinkFile
               INVALID KEY
                   MOVE SPACES TO TK-TITLE-LINK-RECORD
                   MOVE LM-TXN-BOOK-ID-N TO TK-BOOK-ID
                   MOVE ZEROS TO TK-VOLUME-NO TK-EDITION-NO
               NOT INVALID KEY
                   MOVE "Y" TO LM-FOUND-SWITCH
           END-READ.
       2900-EXIT.
           EXIT.
