       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CATQRY.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  CATQRY
      *
      *  Ad-hoc catalog query.  Instead of a new program for every
      *  new question about the catalog, the question is written
      *  as a handful of cards - which books (selection on any
      *  BOOKREC field, joined by AND and OR), in what order, which
      *  columns, subtotalled on what - and this run answers it
      *  from BOOKS.DAT, either as a paginated report in the
      *  BOOKRPT style or as a CSV extract in BOOKCSV's format.
      *
      *  CALLed with QP-QUERY-NAME (see QRYPARM):
      *      blank     run the request on QUERYREQ.DAT.  If its
      *                cards carry a name it is also saved on
      *                QUERYDEF.DAT under that name (replacing a
      *                query saved before under the same name).
      *      name      rerun the query saved under that name -
      *                from MAINMENU, or nightly from a RUNCAL.DAT
      *                entry in RPTDRIVE.
      *      ?         list the saved queries.
      *
      *  One card per line, fixed columns, on both files:
      *      1-8   query name          10  card type
      *      T  12-61  title printed under the heading
      *      S  12-14  AND or OR (blank = AND; ignored on the
      *                first S), 16-25 field, 27-28 operator
      *                EQ NE LT LE GT GE, or CT (text contains),
      *                30-59 value
      *      O  12-21  sort field, 23 A or D (blank = A) - up
      *                to three, major first
      *      C  12-21  column to print - up to ten, in order
      *      B  12-21  subtotal break field - up to two, major
      *                first; breaks lead the sort order
      *      F  12-17  REPORT or CSV (blank = REPORT),
      *                19-30 CSV file name (default <name>.CSV)
      *      *  in column 1 is a comment.
      *  AND binds before OR, so "A AND B OR C" is (A AND B) OR C.
      *
      *  Fields: ID NAME YEAR AUTHOR PRICE GENRE ISBN OWNED OUT
      *  CURRENCY STATUS STATDATE BRANCH, and AVAIL (owned less
      *  out).  Text compares ignore case; a blank status reads as
      *  A (available) and a zero copies-owned as one, as
      *  BOOKRPT treats them.  Numbers are keyed plainly, with up
      *  to two decimals (30.00).  Without C cards a report lists
      *  ID NAME YEAR AUTHOR PRICE and a CSV the BOOKCSV columns.
      *  Breaks subtotal the report; a CSV is rows only.
      *
      *  The report lands on a print file named for the query and
      *  the run's month and day (<name>mmdd.RPT), the CSV on its
      *  own file; either way the run is registered through
      *  RPT-REG.  RC=4 when nothing was selected, RC=8 when the
      *  query is in error or the catalog cannot be read.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BookFile ASSIGN TO "BOOKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BK-BOOK-ID
               FILE STATUS IS QY-BOOKFILE-STATUS.
           SELECT QueryReqFile ASSIGN TO "QUERYREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QY-QUERYREQ-STATUS.
           SELECT QueryDefFile ASSIGN TO "QUERYDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QY-QUERYDEF-STATUS.
           SELECT QueryTmpFile ASSIGN TO "QUERYDEF.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QY-QUERYTMP-STATUS.
           SELECT SortFile ASSIGN TO "CATQRY.SRT".
           SELECT PrintFile ASSIGN TO QY-PRINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QY-PRINTFILE-STATUS.
           SELECT CsvFile ASSIGN TO QY-CSV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QY-CSVFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BookFile.
       COPY BOOKREC.

       FD QueryReqFile.
       01  QY-REQ-RECORD             PIC X(80).

       FD QueryDefFile.
       01  QY-DEF-RECORD             PIC X(80).

       FD QueryTmpFile.
       01  QY-TMP-RECORD             PIC X(80).

       FD PrintFile.
       01  QY-PRINT-RECORD           PIC X(80).

       FD CsvFile.
       01  QY-CSV-RECORD             PIC X(200).

       SD SortFile.
       01  QY-SORT-RECORD.
           05  QY-S-KEY-1            PIC X(30).
           05  QY-S-KEY-2            PIC X(30).
           05  QY-S-KEY-3            PIC X(30).
           05  QY-S-BOOK-ID          PIC 9(07).
           05  QY-S-CURRENT          PIC X(107).

       WORKING-STORAGE SECTION.
       01  QY-BOOKFILE-STATUS        PIC X(02).
           88  QY-BOOKFILE-OK        VALUE "00".

       01  QY-QUERYREQ-STATUS        PIC X(02).
           88  QY-QUERYREQ-OK        VALUE "00".

       01  QY-QUERYDEF-STATUS        PIC X(02).
           88  QY-QUERYDEF-OK        VALUE "00".

       01  QY-QUERYTMP-STATUS        PIC X(02).
           88  QY-QUERYTMP-OK        VALUE "00".

       01  QY-PRINTFILE-STATUS       PIC X(02).
           88  QY-PRINTFILE-OK       VALUE "00".

       01  QY-CSVFILE-STATUS         PIC X(02).
           88  QY-CSVFILE-OK         VALUE "00".

       01  QY-CARDFILE-EOF-SWITCH    PIC X(01).
           88  QY-CARDFILE-EOF       VALUE "Y".

       01  QY-BOOKFILE-EOF-SWITCH    PIC X(01).
           88  QY-BOOKFILE-EOF       VALUE "Y".

       01  QY-SORTFILE-EOF-SWITCH    PIC X(01).
           88  QY-SORTFILE-EOF       VALUE "Y".

       01  QY-QUERY-OK-SWITCH        PIC X(01).
           88  QY-QUERY-OK           VALUE "Y".

       01  QY-PRINT-OPEN-SWITCH      PIC X(01).
           88  QY-PRINT-OPEN         VALUE "Y".

       01  QY-CSV-OPEN-SWITCH        PIC X(01).
           88  QY-CSV-OPEN           VALUE "Y".

       01  QY-FIRST-RESULT-SWITCH    PIC X(01).
           88  QY-FIRST-RESULT       VALUE "Y".

       01  QY-GROUP-SWITCH           PIC X(01).
           88  QY-GROUP-TRUE         VALUE "Y".

       01  QY-SELECT-SWITCH          PIC X(01).
           88  QY-SELECTED           VALUE "Y".

       01  QY-COND-SWITCH            PIC X(01).
           88  QY-COND-TRUE          VALUE "Y".

       01  QY-NUMBER-OK-SWITCH       PIC X(01).
           88  QY-NUMBER-OK          VALUE "Y".

       01  QY-FOUND-SWITCH           PIC X(01).
           88  QY-FOUND              VALUE "Y".

       01  QY-FORMAT                 PIC X(06).
           88  QY-FORMAT-REPORT      VALUE "REPORT".
           88  QY-FORMAT-CSV         VALUE "CSV".

       01  QY-QUERY-NAME             PIC X(08).
       01  QY-SAVE-NAME              PIC X(08).
       01  QY-RUN-NAME               PIC X(08).
       01  QY-PRIOR-NAME             PIC X(08).
       01  QY-TITLE                  PIC X(50).
       01  QY-ERROR-COUNT            PIC 9(03).
       01  QY-SAVED-COUNT            PIC 9(03).
       01  QY-SYSTEM-DATE            PIC 9(08).
       01  QY-SAVED-RC               PIC S9(04).

      *  The query's cards, as read, for parsing and for saving.
       01  QY-CARD-TABLE.
           05  QY-CARD-ENTRY         PIC X(80) OCCURS 40 TIMES.
       01  QY-CARD-MAX               PIC 9(02) VALUE 40.
       01  QY-CARD-COUNT             PIC 9(02).
       01  QY-CARD-IX                PIC 9(02).

       01  QY-CARD.
           05  QY-C-NAME             PIC X(08).
           05  FILLER                PIC X(01).
           05  QY-C-TYPE             PIC X(01).
               88  QY-TITLE-CARD     VALUE "T".
               88  QY-SELECT-CARD    VALUE "S".
               88  QY-SORT-CARD      VALUE "O".
               88  QY-COLUMN-CARD    VALUE "C".
               88  QY-BREAK-CARD     VALUE "B".
               88  QY-FORMAT-CARD    VALUE "F".
           05  FILLER                PIC X(01).
           05  QY-C-OPERANDS         PIC X(69).
           05  QY-C-SELECT REDEFINES QY-C-OPERANDS.
               10  QY-C-CONNECTOR    PIC X(03).
               10  FILLER            PIC X(01).
               10  QY-C-S-FIELD      PIC X(10).
               10  FILLER            PIC X(01).
               10  QY-C-OPERATOR     PIC X(02).
                   88  QY-C-VALID-OPERATOR VALUE "EQ" "NE" "LT"
                                       "LE" "GT" "GE" "CT".
               10  FILLER            PIC X(01).
               10  QY-C-VALUE        PIC X(30).
               10  FILLER            PIC X(21).
           05  QY-C-FIELD-CARD REDEFINES QY-C-OPERANDS.
               10  QY-C-FIELD        PIC X(10).
               10  FILLER            PIC X(01).
               10  QY-C-DIRECTION    PIC X(01).
               10  FILLER            PIC X(57).
           05  QY-C-OUTPUT-CARD REDEFINES QY-C-OPERANDS.
               10  QY-C-FORMAT       PIC X(06).
               10  FILLER            PIC X(01).
               10  QY-C-CSV-NAME     PIC X(12).
               10  FILLER            PIC X(50).

      *  The fields a query can name: type N (numeric) or X, the
      *  report column width and the CSV width (BOOKCSV's widths
      *  for the columns BOOKCSV exports).
       01  QY-FIELD-VALUES.
           05  FILLER  PIC X(15) VALUE "ID        N0707".
           05  FILLER  PIC X(15) VALUE "NAME      X3030".
           05  FILLER  PIC X(15) VALUE "YEAR      N0404".
           05  FILLER  PIC X(15) VALUE "AUTHOR    X1515".
           05  FILLER  PIC X(15) VALUE "PRICE     N0808".
           05  FILLER  PIC X(15) VALUE "GENRE     X1010".
           05  FILLER  PIC X(15) VALUE "ISBN      N1313".
           05  FILLER  PIC X(15) VALUE "OWNED     N0503".
           05  FILLER  PIC X(15) VALUE "OUT       N0303".
           05  FILLER  PIC X(15) VALUE "CURRENCY  X0803".
           05  FILLER  PIC X(15) VALUE "STATUS    X0601".
           05  FILLER  PIC X(15) VALUE "STATDATE  N0808".
           05  FILLER  PIC X(15) VALUE "BRANCH    X0603".
           05  FILLER  PIC X(15) VALUE "AVAIL     N0503".
       01  QY-FIELD-TABLE REDEFINES QY-FIELD-VALUES.
           05  QY-FIELD-ENTRY        OCCURS 14 TIMES.
               10  QY-FT-NAME        PIC X(10).
               10  QY-FT-TYPE        PIC X(01).
                   88  QY-FT-NUMERIC VALUE "N".
               10  QY-FT-WIDTH       PIC 9(02).
               10  QY-FT-CSV-WIDTH   PIC 9(02).
       01  QY-FIELD-MAX              PIC 9(02) VALUE 14.
       01  QY-FIELD-IX               PIC 9(02).
       01  QY-FIELD-NO               PIC 9(02).
       01  QY-FIELD-NAME             PIC X(10).

       01  QY-COND-TABLE.
           05  QY-COND-ENTRY         OCCURS 20 TIMES.
               10  QY-CV-FIELD-NO    PIC 9(02).
               10  QY-CV-CONNECTOR   PIC X(03).
               10  QY-CV-OPERATOR    PIC X(02).
               10  QY-CV-VALUE       PIC X(30).
               10  QY-CV-LENGTH      PIC 9(02).
               10  QY-CV-NUMBER      PIC 9(13)V99.
       01  QY-COND-MAX               PIC 9(02) VALUE 20.
       01  QY-COND-COUNT             PIC 9(02).
       01  QY-CX                     PIC 9(02).

       01  QY-SORT-TABLE.
           05  QY-SORT-ENTRY         OCCURS 3 TIMES.
               10  QY-SO-FIELD-NO    PIC 9(02).
               10  QY-SO-DIRECTION   PIC X(01).
       01  QY-SORT-COUNT             PIC 9(02).
       01  QY-SX                     PIC 9(02).

      *  The keys actually sorted on - the breaks, then the O
      *  cards not already among them, three at most.
       01  QY-KEY-TABLE.
           05  QY-KEY-ENTRY          OCCURS 3 TIMES.
               10  QY-KY-FIELD-NO    PIC 9(02).
               10  QY-KY-DIRECTION   PIC X(01).
       01  QY-KEY-MAX                PIC 9(02) VALUE 3.
       01  QY-KEY-COUNT              PIC 9(02).
       01  QY-KX                     PIC 9(02).
       01  QY-KEY-DIRECTION          PIC X(01).

       01  QY-COLUMN-TABLE.
           05  QY-CL-FIELD-NO        PIC 9(02) OCCURS 10 TIMES.
       01  QY-COLUMN-MAX             PIC 9(02) VALUE 10.
       01  QY-COLUMN-COUNT           PIC 9(02).
       01  QY-LX                     PIC 9(02).

       01  QY-BREAK-TABLE.
           05  QY-BREAK-ENTRY        OCCURS 2 TIMES.
               10  QY-BR-FIELD-NO    PIC 9(02).
               10  QY-BR-VALUE       PIC X(30).
               10  QY-BR-COUNT       PIC 9(05).
               10  QY-BR-OWNED       PIC 9(07).
               10  QY-BR-OUT         PIC 9(07).
       01  QY-BREAK-COUNT            PIC 9(02).
       01  QY-BX                     PIC 9(02).
       01  QY-BREAK-LEVEL            PIC 9(02).

      *  The book being tested or printed, BOOKREC's fields with
      *  the defaults BOOKRPT applies.
       01  QY-CURRENT-BOOK.
           05  QY-CB-ID              PIC 9(07).
           05  QY-CB-NAME            PIC X(30).
           05  QY-CB-YEAR            PIC 9(04).
           05  QY-CB-AUTHOR          PIC X(15).
           05  QY-CB-PRICE           PIC 9(05)V99.
           05  QY-CB-GENRE           PIC X(10).
           05  QY-CB-ISBN            PIC 9(13).
           05  QY-CB-OWNED           PIC 9(03).
           05  QY-CB-OUT             PIC 9(03).
           05  QY-CB-CURRENCY        PIC X(03).
           05  QY-CB-STATUS          PIC X(01).
           05  QY-CB-STATUS-DATE     PIC 9(08).
           05  QY-CB-BRANCH          PIC X(03).

      *  One field of the current book, as 5000 returns it.
       01  QY-FLD-NUM                PIC 9(13)V99.
       01  QY-FLD-PRINT              PIC X(30).
       01  QY-FLD-TEXT               PIC X(30).
       01  QY-TALLY                  PIC 9(03).

       01  QY-ED-7                   PIC 9(07).
       01  QY-ED-4                   PIC 9(04).
       01  QY-ED-PRICE               PIC ZZZZ9.99.
       01  QY-ED-13                  PIC 9(13).
       01  QY-ED-3                   PIC ZZ9.
       01  QY-ED-8                   PIC 9(08).

      *  Sort keys are built as text; numbers as fixed-width
      *  digits.  A descending key is turned end for end through
      *  the reversed character set, so one ascending SORT serves
      *  every combination.
       01  QY-KEY-WORK               PIC X(30).
       01  QY-KEY-DIGITS             PIC 9(13)V99.
       01  QY-KEY-DIGITS-X REDEFINES QY-KEY-DIGITS
                                     PIC X(15).
       01  QY-ASCENDING-SET          PIC X(46) VALUE
           " &'(),-./0123456789:ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  QY-DESCENDING-SET         PIC X(46) VALUE
           "ZYXWVUTSRQPONMLKJIHGFEDCBA:9876543210/.-,)('& ".

       01  QY-NUM-INT                PIC X(13).
       01  QY-NUM-INT-LEN            PIC 9(02).
       01  QY-NUM-DEC                PIC X(02).
       01  QY-NUM-DEC-LEN            PIC 9(02).
       01  QY-NUM-INT-X              PIC X(13).
       01  QY-NUM-INT-9 REDEFINES QY-NUM-INT-X
                                     PIC 9(13).
       01  QY-NUM-DEC-X              PIC X(02).
       01  QY-NUM-DEC-9 REDEFINES QY-NUM-DEC-X
                                     PIC 9(02).
       01  QY-NUM-START              PIC 9(02).

       01  QY-PRINT-NAME             PIC X(16).
       01  QY-CSV-NAME               PIC X(12).
       01  QY-PRINT-LINE             PIC X(80).
       01  QY-POS                    PIC 9(03).
       01  QY-WIDTH                  PIC 9(02).
       01  QY-CSV-POINTER            PIC 9(03).
       01  QY-LINE-COUNT             PIC 9(02).
       01  QY-LINES-PER-PAGE         PIC 9(02) VALUE 20.
       01  QY-PAGE-COUNT             PIC 9(03).
       01  QY-PRINT-LINE-COUNT       PIC 9(07).

       01  QY-BOOKS-READ             PIC 9(07).
       01  QY-BOOKS-SELECTED         PIC 9(07).
       01  QY-TOTAL-OWNED            PIC 9(07).
       01  QY-TOTAL-OUT              PIC 9(07).

       01  QY-HEADING-1.
           05  FILLER                PIC X(08) VALUE "CATQRY".
           05  QY-H1-NAME            PIC X(10).
           05  FILLER                PIC X(10) VALUE "RUN DATE:".
           05  QY-H1-DATE            PIC X(10).
           05  FILLER                PIC X(09) VALUE "   PAGE:".
           05  QY-H1-PAGE            PIC ZZ9.

       01  QY-HEADING-2              PIC X(80).
       01  QY-HEADING-3              PIC X(80).

       01  QY-SUBTOTAL-LINE.
           05  FILLER                PIC X(11) VALUE "  SUBTOTAL ".
           05  QY-ST-VALUE           PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  QY-ST-COUNT           PIC ZZ,ZZ9.
           05  FILLER                PIC X(09) VALUE " book(s) ".
           05  FILLER                PIC X(06) VALUE "owned ".
           05  QY-ST-OWNED           PIC ZZ,ZZ9.
           05  FILLER                PIC X(05) VALUE " out ".
           05  QY-ST-OUT             PIC ZZ,ZZ9.

       01  QY-TOTAL-LINE.
           05  FILLER                PIC X(16) VALUE "BOOKS READ".
           05  QY-T-READ             PIC ZZZ,ZZ9.
           05  FILLER                PIC X(14) VALUE "   SELECTED".
           05  QY-T-SELECTED         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(09) VALUE "   OWNED".
           05  QY-T-OWNED            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(07) VALUE "   OUT".
           05  QY-T-OUT              PIC ZZZ,ZZ9.

       COPY RUNDATE.

       COPY STEPLOGC.

       COPY RPTREGC.

       LINKAGE SECTION.
       COPY QRYPARM.

       PROCEDURE DIVISION USING QP-QUERY-PARM-AREA.
       0000-MAINLINE.
           MOVE "CAT-QUERY" TO SL-STEP-NAME
           MOVE "START" TO SL-STEP-ACTION
           CALL "STEP-LOG" USING SL-STEP-LOG-AREA
           END-CALL
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF QY-QUERY-OK
               SORT SortFile
                   ON ASCENDING KEY QY-S-KEY-1
                   ON ASCENDING KEY QY-S-KEY-2
                   ON ASCENDING KEY QY-S-KEY-3
                   ON ASCENDING KEY QY-S-BOOK-ID
                   INPUT PROCEDURE IS 2000-SELECT-BOOKS THRU
                       2000-EXIT
                   OUTPUT PROCEDURE IS 3000-WRITE-RESULTS THRU
                       3000-EXIT
               PERFORM 4000-TERMINATE THRU 4000-EXIT
           END-IF
           MOVE RETURN-CODE TO QY-SAVED-RC
           MOVE "CAT-QUERY" TO SL-STEP-NAME
           MOVE "STOP" TO SL-STEP-ACTION
           CALL "STEP-LOG" USING SL-STEP-LOG-AREA
           END-CALL
           MOVE QY-SAVED-RC TO RETURN-CODE
           GOBACK.

      *****************************************************************
      *  1000-INITIALIZE - load the query's cards, check every one
      *  (all the errors are listed, not just the first), save an
      *  ad-hoc request that carries a name, and open the output.
      *  Everything is reset here, since MAINMENU and RPTDRIVE can
      *  CALL the program several times in one run unit.
      *****************************************************************
       1000-INITIALIZE.
           MOVE "N" TO QY-QUERY-OK-SWITCH
           MOVE "N" TO QY-PRINT-OPEN-SWITCH
           MOVE "N" TO QY-CSV-OPEN-SWITCH
           MOVE "N" TO QY-BOOKFILE-EOF-SWITCH
           MOVE "N" TO QY-SORTFILE-EOF-SWITCH
           MOVE "Y" TO QY-FIRST-RESULT-SWITCH
           MOVE ZEROS TO QY-CARD-COUNT QY-COND-COUNT QY-SORT-COUNT
                         QY-KEY-COUNT QY-COLUMN-COUNT QY-BREAK-COUNT
                         QY-ERROR-COUNT QY-LINE-COUNT QY-PAGE-COUNT
                         QY-PRINT-LINE-COUNT QY-BOOKS-READ
                         QY-BOOKS-SELECTED QY-TOTAL-OWNED
                         QY-TOTAL-OUT
           MOVE SPACES TO QY-SAVE-NAME QY-TITLE QY-FORMAT
                          QY-CSV-NAME
           MOVE ZEROS TO RETURN-CODE
           ACCEPT QY-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE QP-QUERY-NAME TO QY-QUERY-NAME
           INSPECT QY-QUERY-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF QY-QUERY-NAME = "?"
               PERFORM 1700-LIST-QUERIES THRU 1700-EXIT
               GO TO 1000-EXIT
           END-IF
           IF QY-QUERY-NAME = SPACES
               PERFORM 1100-LOAD-REQUEST THRU 1100-EXIT
           ELSE
               PERFORM 1200-LOAD-SAVED-QUERY THRU 1200-EXIT
           END-IF
           IF QY-CARD-COUNT = ZEROS
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1300-PARSE-ONE-CARD THRU 1300-EXIT
               VARYING QY-CARD-IX FROM 1 BY 1
               UNTIL QY-CARD-IX > QY-CARD-COUNT
           PERFORM 1500-COMPLETE-QUERY THRU 1500-EXIT
           IF QY-ERROR-COUNT > ZEROS
               DISPLAY "CATQRY - " QY-ERROR-COUNT " error(s) in the"
                       " query - nothing run."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           IF QY-QUERY-NAME = SPACES
               AND QY-SAVE-NAME NOT = SPACES
               PERFORM 1800-SAVE-QUERY THRU 1800-EXIT
           END-IF
           IF QY-QUERY-NAME NOT = SPACES
               MOVE QY-QUERY-NAME TO QY-RUN-NAME
           ELSE
               IF QY-SAVE-NAME NOT = SPACES
                   MOVE QY-SAVE-NAME TO QY-RUN-NAME
               ELSE
                   MOVE "ADHOC" TO QY-RUN-NAME
               END-IF
           END-IF
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           PERFORM 1600-OPEN-OUTPUT THRU 1600-EXIT
           IF RETURN-CODE = ZEROS
               SET QY-QUERY-OK TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-REQUEST.
           OPEN INPUT QueryReqFile
           IF NOT QY-QUERYREQ-OK
               DISPLAY "QUERYREQ.DAT OPEN failed - status "
                       QY-QUERYREQ-STATUS "."
               GO TO 1100-EXIT
           END-IF
           MOVE "N" TO QY-CARDFILE-EOF-SWITCH
           PERFORM 1110-LOAD-ONE-REQUEST-CARD THRU 1110-EXIT
               UNTIL QY-CARDFILE-EOF
           CLOSE QueryReqFile
           IF QY-CARD-COUNT = ZEROS
               DISPLAY "QUERYREQ.DAT holds no query cards."
           END-IF.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-REQUEST-CARD.
           READ QueryReqFile
               AT END
                   SET QY-CARDFILE-EOF TO TRUE
                   GO TO 1110-EXIT
           END-READ
           IF QY-REQ-RECORD = SPACES
               OR QY-REQ-RECORD (1:1) = "*"
               GO TO 1110-EXIT
           END-IF
           IF QY-SAVE-NAME = SPACES
               MOVE QY-REQ-RECORD (1:8) TO QY-SAVE-NAME
               INSPECT QY-SAVE-NAME CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF
           MOVE QY-REQ-RECORD TO QY-CARD
           PERFORM 1150-KEEP-CARD THRU 1150-EXIT.
       1110-EXIT.
           EXIT.

       1150-KEEP-CARD.
           IF QY-CARD-COUNT NOT < QY-CARD-MAX
               DISPLAY "More than " QY-CARD-MAX " cards - the rest"
                       " are ignored."
               SET QY-CARDFILE-EOF TO TRUE
               GO TO 1150-EXIT
           END-IF
           ADD 1 TO QY-CARD-COUNT
           MOVE QY-CARD TO QY-CARD-ENTRY (QY-CARD-COUNT).
       1150-EXIT.
           EXIT.

       1200-LOAD-SAVED-QUERY.
           OPEN INPUT QueryDefFile
           IF NOT QY-QUERYDEF-OK
               DISPLAY "QUERYDEF.DAT OPEN failed - status "
                       QY-QUERYDEF-STATUS " - no saved queries."
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO QY-CARDFILE-EOF-SWITCH
           PERFORM 1210-LOAD-ONE-SAVED-CARD THRU 1210-EXIT
               UNTIL QY-CARDFILE-EOF
           CLOSE QueryDefFile
           IF QY-CARD-COUNT = ZEROS
               DISPLAY "Query " QY-QUERY-NAME " is not saved on"
                       " QUERYDEF.DAT (? lists the saved queries)."
           END-IF.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-SAVED-CARD.
           READ QueryDefFile
               AT END
                   SET QY-CARDFILE-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF QY-DEF-RECORD (1:1) = "*"
               OR QY-DEF-RECORD (1:8) NOT = QY-QUERY-NAME
               GO TO 1210-EXIT
           END-IF
           MOVE QY-DEF-RECORD TO QY-CARD
           PERFORM 1150-KEEP-CARD THRU 1150-EXIT.
       1210-EXIT.
           EXIT.

      *****************************************************************
      *  1300-PARSE-ONE-CARD - check one card and add it to the
      *  query.  Everything but the title is upper-cased first.
      *****************************************************************
       1300-PARSE-ONE-CARD.
           MOVE QY-CARD-ENTRY (QY-CARD-IX) TO QY-CARD
           IF NOT QY-TITLE-CARD
               INSPECT QY-C-OPERANDS CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT QY-C-TYPE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF
           EVALUATE TRUE
               WHEN QY-TITLE-CARD
                   MOVE QY-C-OPERANDS (1:50) TO QY-TITLE
               WHEN QY-SELECT-CARD
                   PERFORM 1310-PARSE-SELECTION THRU 1310-EXIT
               WHEN QY-SORT-CARD
                   PERFORM 1320-PARSE-SORT THRU 1320-EXIT
               WHEN QY-COLUMN-CARD
                   PERFORM 1330-PARSE-COLUMN THRU 1330-EXIT
               WHEN QY-BREAK-CARD
                   PERFORM 1340-PARSE-BREAK THRU 1340-EXIT
               WHEN QY-FORMAT-CARD
                   PERFORM 1345-PARSE-FORMAT THRU 1345-EXIT
               WHEN OTHER
                   PERFORM 1390-CARD-ERROR-HEAD THRU 1390-EXIT
                   DISPLAY "    card type " QY-C-TYPE
                           " is not T, S, O, C, B or F."
           END-EVALUATE.
       1300-EXIT.
           EXIT.

       1310-PARSE-SELECTION.
           IF QY-COND-COUNT NOT < QY-COND-MAX
               PERFORM 1390-CARD-ERROR-HEAD THRU 1390-EXIT
               DISPLAY "    more than " QY-COND-MAX " S cards."
               GO TO 1310-EXIT
           END-IF
           MOVE QY-C-S-FIELD TO QY-FIELD-NAME
           PERFORM 1400-FIND-FIELD THRU 1400-EXIT
           IF QY-FIELD-NO = ZEROS
               GO TO 1310-EXIT
           END-IF
           IF QY-C-CONNECTOR NOT = SPACES
               AND QY-C-CONNECTOR NOT = "AND"
               AND QY-C-CONNECTOR NOT = "OR"
               PERFORM 1390-CARD-ERROR-HEAD THRU 1390-EXIT
               DISPLAY "    connector " QY-C-CONNECTOR
                       " is not AND or OR."
               GO TO 1310-EXIT
           END-IF
           IF NOT QY-C-VALID-OPERATOR
               PERFORM 1390-CARD-ERROR-HEAD THRU 1390-EXIT
               DISPLAY "    operator " QY-C-OPERATOR " is not EQ NE"
                       " LT LE GT GE or CT."
               GO TO 1310-EXIT
           END-IF
           IF QY-C-OPERATOR = "CT"
               AND QY-FT-NUMERIC (QY-FIELD-NO)
               PERFORM 1390-CARD-ERROR-HEAD THRU 1390-EXIT
               DISPLAY "    CT applies to text fields only."
               GO TO 1310-EXIT
           END-IF
           ADD 1 TO QY-COND-COUNT
           MOVE QY-FIELD-NO    TO QY-CV-FIELD-NO (QY-COND-COUNT)
           MOVE QY-C-CONNECTOR TO QY-CV-CONNECTOR (QY-COND-COUNT)
           MOVE QY-C-OPERATOR  TO QY-CV-OPERATOR (QY-COND-COUNT)
           MOVE QY-C-VALUE     TO QY-CV-VALUE (QY-COND-COUNT)
           MOVE ZEROS          TO QY-CV-NUMBER (QY-COND-COUNT)
           PERFORM 1360-MEASURE-VALUE THRU 1360-EXIT
           IF QY-C-OPERATOR = "CT"
               AND QY-CV-LENGTH (QY-COND-COUNT) = ZEROS
               PERFORM 1390-CARD-ERROR-HEAD THRU 1390-EXIT
               DISPLAY "    CT needs a value to look for."
               GO TO 1310-EXIT
           END-IF
           IF QY-FT-NUMERIC (QY-FIELD-NO)
               PERFORM 1350-PARSE-NUMBER THRU 1350-EXIT
               IF NOT QY-NUMBER-OK
                   PERFORM 1390-CARD-ERROR-HEAD THRU 1390-EXIT
                   DISPLAY "    " QY-C-VALUE " is not a number."
               END-IF
           END-IF.
       1310-EXIT.
           EXIT.

       1320-PARSE-SORT.
           IF QY-SORT-COUNT NOT < 3
               PERFORM 1390-CARD-ERROR-HEAD THRU 1390-EXIT
               DISPLAY "    more than three O cards."
               GO TO 1320-EXIT
           END-IF
           MOVE QY-C-FIELD TO QY-FIELD-NAME
           PERFORM 1400-FIND-FIELD THRU 1400-EXIT
           IF QY-FIELD-NO = ZEROS
               GO TO 1320-EXIT
           END-IF
           IF QY-C-DIRECTION = SPACE
               MOVE "A" TO QY-C-DIRECTION
           END-IF
           IF QY-C-DIRECTION NOT = "A" AND QY-C-DIRECTION NOT = "D"
               PERFORM 1390-CARD-ERROR-HEAD THRU 1390-EXIT
               DISPLAY "    direction " QY-C-DIRECTION " is not A"
                       " or D."
               GO TO 1320-EXIT
           END-IF
           ADD 1 TO QY-SORT-COUNT
           MOVE QY-FIELD-NO    TO QY-SO-FIELD-NO (QY-SORT-COUNT)
           MOVE QY-C-DIRECTION TO QY-SO-DIRECTION (QY-SORT-COUNT).
       1320-EXIT.
           EXIT.

       1330-PARSE-COLUMN.
           IF QY-COLUMN-COUNT NOT < QY-COLUMN-MAX
               PERFORM 1390-CARD-ERROR-HEAD THRU 1390-EXIT
               DISPLAY "    more than " QY-COLUMN-MAX " C cards."
               GO TO 1330-EXIT
           END-IF
           MOVE QY-C-FIELD TO QY-FIELD-NAME
           PERFORM 1400-FIND-FIELD THRU 1400-EXIT
           IF QY-FIELD-NO = ZEROS
               GO TO 1330-EXIT
           END-IF
           ADD 1 TO QY-COLUMN-COUNT
           MOVE QY-FIELD-NO TO QY-CL-FIELD-NO (QY-COLUMN-COUNT).
       1330-EXIT.
           EXIT.

       1340-PARSE-BREAK.
           IF QY-BREAK-COUNT NOT < 2
               PERFORM 1390-CARD-ERROR-HEAD THRU 1390-EXIT
               DISPLAY "    more than two B cards."
               GO TO 1340-EXIT
           END-IF
           MOVE QY-C-FIELD TO QY-FIELD-NAME
           PERFORM 1400-FIND-FIELD THRU 1400-EXIT
           IF QY-FIELD-NO = ZEROS
               GO TO 1340-EXIT
           END-IF
           ADD 1 TO QY-BREAK-COUNT
           MOVE QY-FIELD-NO TO QY-BR-FIELD-NO (QY-BREAK-COUNT).
       1340-EXIT.
           EXIT.

       1345-PARSE-FORMAT.
           IF QY-C-FORMAT = SPACES
               MOVE "REPORT" TO QY-C-FORMAT
           END-IF
           MOVE QY-C-FORMAT TO QY-FORMAT
           IF NOT QY-FORMAT-REPORT AND NOT QY-FORMAT-CSV
               PERFORM 1390-CARD-ERROR-HEAD THRU 1390-EXIT
               DISPLAY "    format " QY-C-FORMAT " is not REPORT or"
                       " CSV."
               GO TO 1345-EXIT
           END-IF
           MOVE QY-C-CSV-NAME TO QY-CSV-NAME.
       1345-EXIT.
           EXIT.

      *  A number is digits with an optional point and up to two
      *  decimals.  The whole part is right-justified into a
      *  13-digit field the way BOOKINQ pads a browse key.
       1350-PARSE-NUMBER.
           MOVE "Y" TO QY-NUMBER-OK-SWITCH
           MOVE SPACES TO QY-NUM-INT QY-NUM-DEC
           MOVE ZEROS TO QY-NUM-INT-LEN QY-NUM-DEC-LEN
           UNSTRING QY-C-VALUE DELIMITED BY "." OR SPACE
               INTO QY-NUM-INT COUNT IN QY-NUM-INT-LEN
                    QY-NUM-DEC COUNT IN QY-NUM-DEC-LEN
           END-UNSTRING
           IF QY-NUM-INT-LEN = ZEROS OR QY-NUM-INT-LEN > 13
               OR QY-NUM-DEC-LEN > 2
               MOVE "N" TO QY-NUMBER-OK-SWITCH
               GO TO 1350-EXIT
           END-IF
           IF QY-NUM-INT (1:QY-NUM-INT-LEN) IS NOT NUMERIC
               MOVE "N" TO QY-NUMBER-OK-SWITCH
               GO TO 1350-EXIT
           END-IF
           MOVE ALL "0" TO QY-NUM-INT-X
           COMPUTE QY-NUM-START = 14 - QY-NUM-INT-LEN
           MOVE QY-NUM-INT (1:QY-NUM-INT-LEN)
               TO QY-NUM-INT-X (QY-NUM-START:QY-NUM-INT-LEN)
           MOVE "00" TO QY-NUM-DEC-X
           IF QY-NUM-DEC-LEN > ZEROS
               IF QY-NUM-DEC (1:QY-NUM-DEC-LEN) IS NOT NUMERIC
                   MOVE "N" TO QY-NUMBER-OK-SWITCH
                   GO TO 1350-EXIT
               END-IF
               MOVE QY-NUM-DEC (1:QY-NUM-DEC-LEN)
                   TO QY-NUM-DEC-X (1:QY-NUM-DEC-LEN)
           END-IF
           COMPUTE QY-CV-NUMBER (QY-COND-COUNT) =
               QY-NUM-INT-9 + QY-NUM-DEC-9 / 100.
       1350-EXIT.
           EXIT.

      *  The value's length without its trailing spaces, for CT.
       1360-MEASURE-VALUE.
           MOVE 30 TO QY-CV-LENGTH (QY-COND-COUNT)
           MOVE "N" TO QY-FOUND-SWITCH
           PERFORM 1365-BACK-OVER-SPACE THRU 1365-EXIT
               UNTIL QY-FOUND.
       1360-EXIT.
           EXIT.

       1365-BACK-OVER-SPACE.
           IF QY-CV-LENGTH (QY-COND-COUNT) = ZEROS
               SET QY-FOUND TO TRUE
               GO TO 1365-EXIT
           END-IF
           IF QY-C-VALUE (QY-CV-LENGTH (QY-COND-COUNT):1)
               NOT = SPACE
               SET QY-FOUND TO TRUE
               GO TO 1365-EXIT
           END-IF
           SUBTRACT 1 FROM QY-CV-LENGTH (QY-COND-COUNT).
       1365-EXIT.
           EXIT.

       1390-CARD-ERROR-HEAD.
           ADD 1 TO QY-ERROR-COUNT
           DISPLAY "Card " QY-CARD-IX ": " QY-CARD-ENTRY (QY-CARD-IX).
       1390-EXIT.
           EXIT.

       1400-FIND-FIELD.
           MOVE ZEROS TO QY-FIELD-NO
           PERFORM 1410-MATCH-FIELD-NAME THRU 1410-EXIT
               VARYING QY-FIELD-IX FROM 1 BY 1
               UNTIL QY-FIELD-IX > QY-FIELD-MAX
                  OR QY-FIELD-NO NOT = ZEROS
           IF QY-FIELD-NO = ZEROS
               PERFORM 1390-CARD-ERROR-HEAD THRU 1390-EXIT
               DISPLAY "    " QY-FIELD-NAME " is not a catalog"
                       " field."
           END-IF.
       1400-EXIT.
           EXIT.

       1410-MATCH-FIELD-NAME.
           IF QY-FT-NAME (QY-FIELD-IX) = QY-FIELD-NAME
               MOVE QY-FIELD-IX TO QY-FIELD-NO
           END-IF.
       1410-EXIT.
           EXIT.

      *****************************************************************
      *  1500-COMPLETE-QUERY - defaults for what the cards left
      *  out, the sort keys, and the page-width check.
      *****************************************************************
       1500-COMPLETE-QUERY.
           IF QY-FORMAT = SPACES
               MOVE "REPORT" TO QY-FORMAT
           END-IF
           IF QY-COLUMN-COUNT = ZEROS
               PERFORM 1510-DEFAULT-COLUMNS THRU 1510-EXIT
           END-IF
           PERFORM 1520-ADD-BREAK-KEY THRU 1520-EXIT
               VARYING QY-BX FROM 1 BY 1
               UNTIL QY-BX > QY-BREAK-COUNT
           PERFORM 1540-ADD-SORT-KEY THRU 1540-EXIT
               VARYING QY-SX FROM 1 BY 1
               UNTIL QY-SX > QY-SORT-COUNT
           IF QY-FORMAT-REPORT
               MOVE 1 TO QY-POS
               PERFORM 1560-ADD-COLUMN-WIDTH THRU 1560-EXIT
                   VARYING QY-LX FROM 1 BY 1
                   UNTIL QY-LX > QY-COLUMN-COUNT
               IF QY-POS > 83
                   ADD 1 TO QY-ERROR-COUNT
                   DISPLAY "The columns are wider than the 80-column"
                           " page - drop some, or use F CSV."
               END-IF
           END-IF.
       1500-EXIT.
           EXIT.

       1510-DEFAULT-COLUMNS.
           MOVE 1 TO QY-CL-FIELD-NO (1)
           MOVE 2 TO QY-CL-FIELD-NO (2)
           MOVE 3 TO QY-CL-FIELD-NO (3)
           MOVE 4 TO QY-CL-FIELD-NO (4)
           MOVE 5 TO QY-CL-FIELD-NO (5)
           MOVE 5 TO QY-COLUMN-COUNT
           IF QY-FORMAT-CSV
               MOVE 6 TO QY-CL-FIELD-NO (6)
               MOVE 7 TO QY-CL-FIELD-NO (7)
               MOVE 7 TO QY-COLUMN-COUNT
           END-IF.
       1510-EXIT.
           EXIT.

      *  A break sorts in the direction an O card gives its field,
      *  ascending otherwise.
       1520-ADD-BREAK-KEY.
           MOVE "A" TO QY-KEY-DIRECTION
           PERFORM 1530-FIND-SORT-DIRECTION THRU 1530-EXIT
               VARYING QY-SX FROM 1 BY 1
               UNTIL QY-SX > QY-SORT-COUNT
           ADD 1 TO QY-KEY-COUNT
           MOVE QY-BR-FIELD-NO (QY-BX)
               TO QY-KY-FIELD-NO (QY-KEY-COUNT)
           MOVE QY-KEY-DIRECTION TO QY-KY-DIRECTION (QY-KEY-COUNT).
       1520-EXIT.
           EXIT.

       1530-FIND-SORT-DIRECTION.
           IF QY-SO-FIELD-NO (QY-SX) = QY-BR-FIELD-NO (QY-BX)
               MOVE QY-SO-DIRECTION (QY-SX) TO QY-KEY-DIRECTION
           END-IF.
       1530-EXIT.
           EXIT.

       1540-ADD-SORT-KEY.
           MOVE "N" TO QY-FOUND-SWITCH
           PERFORM 1550-CHECK-KEY-USED THRU 1550-EXIT
               VARYING QY-KX FROM 1 BY 1
               UNTIL QY-KX > QY-KEY-COUNT
           IF QY-FOUND
               GO TO 1540-EXIT
           END-IF
           IF QY-KEY-COUNT NOT < QY-KEY-MAX
               DISPLAY "Sort on " QY-FT-NAME (QY-SO-FIELD-NO (QY-SX))
                       " dropped - two breaks leave room for one"
                       " more sort field."
               GO TO 1540-EXIT
           END-IF
           ADD 1 TO QY-KEY-COUNT
           MOVE QY-SO-FIELD-NO (QY-SX)
               TO QY-KY-FIELD-NO (QY-KEY-COUNT)
           MOVE QY-SO-DIRECTION (QY-SX)
               TO QY-KY-DIRECTION (QY-KEY-COUNT).
       1540-EXIT.
           EXIT.

       1550-CHECK-KEY-USED.
           IF QY-KY-FIELD-NO (QY-KX) = QY-SO-FIELD-NO (QY-SX)
               SET QY-FOUND TO TRUE
           END-IF.
       1550-EXIT.
           EXIT.

       1560-ADD-COLUMN-WIDTH.
           ADD QY-FT-WIDTH (QY-CL-FIELD-NO (QY-LX)) TO QY-POS
           ADD 2 TO QY-POS.
       1560-EXIT.
           EXIT.

      *****************************************************************
      *  1600-OPEN-OUTPUT - a report goes to <name>mmdd.RPT as well
      *  as SYSOUT, with the column headings laid out once here; a
      *  CSV gets BOOKCSV's header row of column names.
      *****************************************************************
       1600-OPEN-OUTPUT.
           IF QY-FORMAT-CSV
               IF QY-CSV-NAME = SPACES
                   STRING QY-RUN-NAME DELIMITED BY SPACE
                          ".CSV"      DELIMITED BY SIZE
                       INTO QY-CSV-NAME
               END-IF
               OPEN OUTPUT CsvFile
               IF NOT QY-CSVFILE-OK
                   DISPLAY QY-CSV-NAME " OPEN failed - status "
                           QY-CSVFILE-STATUS "."
                   MOVE 8 TO RETURN-CODE
                   GO TO 1600-EXIT
               END-IF
               SET QY-CSV-OPEN TO TRUE
               MOVE SPACES TO QY-CSV-RECORD
               MOVE 1 TO QY-CSV-POINTER
               PERFORM 1610-ADD-CSV-HEADING THRU 1610-EXIT
                   VARYING QY-LX FROM 1 BY 1
                   UNTIL QY-LX > QY-COLUMN-COUNT
               WRITE QY-CSV-RECORD
               GO TO 1600-EXIT
           END-IF
           MOVE SPACES TO QY-PRINT-NAME
           STRING QY-RUN-NAME          DELIMITED BY SPACE
                  QY-SYSTEM-DATE (5:4) DELIMITED BY SIZE
                  ".RPT"               DELIMITED BY SIZE
               INTO QY-PRINT-NAME
           OPEN OUTPUT PrintFile
           IF QY-PRINTFILE-OK
               SET QY-PRINT-OPEN TO TRUE
           ELSE
               DISPLAY "Print file " QY-PRINT-NAME " not opened -"
                       " status " QY-PRINTFILE-STATUS " - output"
                       " to SYSOUT only."
           END-IF
           MOVE QY-RUN-NAME TO QY-H1-NAME
           MOVE SPACES TO QY-HEADING-2
           IF QY-TITLE = SPACES
               MOVE "AD HOC CATALOG QUERY" TO QY-HEADING-2
           ELSE
               MOVE QY-TITLE TO QY-HEADING-2
           END-IF
           MOVE SPACES TO QY-HEADING-3
           MOVE 1 TO QY-POS
           PERFORM 1620-ADD-REPORT-HEADING THRU 1620-EXIT
               VARYING QY-LX FROM 1 BY 1
               UNTIL QY-LX > QY-COLUMN-COUNT.
       1600-EXIT.
           EXIT.

       1610-ADD-CSV-HEADING.
           IF QY-LX > 1
               STRING "," DELIMITED BY SIZE
                   INTO QY-CSV-RECORD WITH POINTER QY-CSV-POINTER
           END-IF
           STRING QY-FT-NAME (QY-CL-FIELD-NO (QY-LX))
                      DELIMITED BY SPACE
               INTO QY-CSV-RECORD WITH POINTER QY-CSV-POINTER.
       1610-EXIT.
           EXIT.

       1620-ADD-REPORT-HEADING.
           MOVE QY-FT-WIDTH (QY-CL-FIELD-NO (QY-LX)) TO QY-WIDTH
           MOVE QY-FT-NAME (QY-CL-FIELD-NO (QY-LX))
               TO QY-HEADING-3 (QY-POS:QY-WIDTH)
           ADD QY-WIDTH TO QY-POS
           ADD 2 TO QY-POS.
       1620-EXIT.
           EXIT.

      *****************************************************************
      *  1700-LIST-QUERIES - the names saved on QUERYDEF.DAT, each
      *  with its title.
      *****************************************************************
       1700-LIST-QUERIES.
           OPEN INPUT QueryDefFile
           IF NOT QY-QUERYDEF-OK
               DISPLAY "No queries are saved on QUERYDEF.DAT."
               GO TO 1700-EXIT
           END-IF
           DISPLAY "SAVED CATALOG QUERIES"
           MOVE SPACES TO QY-PRIOR-NAME
           MOVE ZEROS TO QY-SAVED-COUNT
           MOVE "N" TO QY-CARDFILE-EOF-SWITCH
           PERFORM 1710-LIST-ONE-CARD THRU 1710-EXIT
               UNTIL QY-CARDFILE-EOF
           CLOSE QueryDefFile
           DISPLAY "Saved queries: " QY-SAVED-COUNT.
       1700-EXIT.
           EXIT.

       1710-LIST-ONE-CARD.
           READ QueryDefFile
               AT END
                   SET QY-CARDFILE-EOF TO TRUE
                   GO TO 1710-EXIT
           END-READ
           IF QY-DEF-RECORD (1:1) = "*"
               OR QY-DEF-RECORD = SPACES
               GO TO 1710-EXIT
           END-IF
           MOVE QY-DEF-RECORD TO QY-CARD
           IF QY-C-NAME NOT = QY-PRIOR-NAME
               ADD 1 TO QY-SAVED-COUNT
               DISPLAY "  " QY-C-NAME
               MOVE QY-C-NAME TO QY-PRIOR-NAME
           END-IF
           IF QY-TITLE-CARD
               DISPLAY "      " QY-C-OPERANDS (1:50)
           END-IF.
       1710-EXIT.
           EXIT.

      *****************************************************************
      *  1800-SAVE-QUERY - replace the named query on QUERYDEF.DAT
      *  with the request's cards: every other line is copied to
      *  QUERYDEF.TMP, the new cards added under the name, and the
      *  work file copied back, as BOOKORD rewrites SUGGEST.DAT.
      *****************************************************************
       1800-SAVE-QUERY.
           OPEN OUTPUT QueryTmpFile
           IF NOT QY-QUERYTMP-OK
               DISPLAY "QUERYDEF.TMP OPEN failed - status "
                       QY-QUERYTMP-STATUS " - query not saved."
               GO TO 1800-EXIT
           END-IF
           OPEN INPUT QueryDefFile
           IF QY-QUERYDEF-OK
               MOVE "N" TO QY-CARDFILE-EOF-SWITCH
               PERFORM 1810-COPY-OTHER-CARD THRU 1810-EXIT
                   UNTIL QY-CARDFILE-EOF
               CLOSE QueryDefFile
           END-IF
           PERFORM 1820-WRITE-NEW-CARD THRU 1820-EXIT
               VARYING QY-CARD-IX FROM 1 BY 1
               UNTIL QY-CARD-IX > QY-CARD-COUNT
           CLOSE QueryTmpFile
           OPEN INPUT QueryTmpFile
           OPEN OUTPUT QueryDefFile
           IF NOT QY-QUERYDEF-OK
               DISPLAY "QUERYDEF.DAT OPEN failed - status "
                       QY-QUERYDEF-STATUS " - query not saved."
               CLOSE QueryTmpFile
               GO TO 1800-EXIT
           END-IF
           MOVE "N" TO QY-CARDFILE-EOF-SWITCH
           PERFORM 1830-COPY-BACK-CARD THRU 1830-EXIT
               UNTIL QY-CARDFILE-EOF
           CLOSE QueryTmpFile
           CLOSE QueryDefFile
           DISPLAY "Query " QY-SAVE-NAME " saved on QUERYDEF.DAT.".
       1800-EXIT.
           EXIT.

       1810-COPY-OTHER-CARD.
           READ QueryDefFile
               AT END
                   SET QY-CARDFILE-EOF TO TRUE
                   GO TO 1810-EXIT
           END-READ
           IF QY-DEF-RECORD (1:8) NOT = QY-SAVE-NAME
               MOVE QY-DEF-RECORD TO QY-TMP-RECORD
               WRITE QY-TMP-RECORD
           END-IF.
       1810-EXIT.
           EXIT.

       1820-WRITE-NEW-CARD.
           MOVE QY-CARD-ENTRY (QY-CARD-IX) TO QY-CARD
           MOVE QY-SAVE-NAME TO QY-C-NAME
           MOVE QY-CARD TO QY-TMP-RECORD
           WRITE QY-TMP-RECORD.
       1820-EXIT.
           EXIT.

       1830-COPY-BACK-CARD.
           READ QueryTmpFile
               AT END
                   SET QY-CARDFILE-EOF TO TRUE
                   GO TO 1830-EXIT
           END-READ
           MOVE QY-TMP-RECORD TO QY-DEF-RECORD
           WRITE QY-DEF-RECORD.
       1830-EXIT.
           EXIT.

      *****************************************************************
      *  2000-SELECT-BOOKS - the SORT input: every book passing the
      *  selection is released under its sort keys.
      *****************************************************************
       2000-SELECT-BOOKS.
           OPEN INPUT BookFile
           IF NOT QY-BOOKFILE-OK
               DISPLAY "BOOKS.DAT OPEN failed - status "
                       QY-BOOKFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-SELECT-ONE-BOOK THRU 2100-EXIT
               UNTIL QY-BOOKFILE-EOF
           CLOSE BookFile.
       2000-EXIT.
           EXIT.

       2100-SELECT-ONE-BOOK.
           READ BookFile NEXT RECORD
               AT END
                   SET QY-BOOKFILE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO QY-BOOKS-READ
           PERFORM 2150-LOAD-CURRENT-BOOK THRU 2150-EXIT
           PERFORM 2200-TEST-SELECTION THRU 2200-EXIT
           IF NOT QY-SELECTED
               GO TO 2100-EXIT
           END-IF
           MOVE SPACES TO QY-S-KEY-1 QY-S-KEY-2 QY-S-KEY-3
           PERFORM 2300-BUILD-SORT-KEY THRU 2300-EXIT
               VARYING QY-KX FROM 1 BY 1
               UNTIL QY-KX > QY-KEY-COUNT
           MOVE QY-CB-ID TO QY-S-BOOK-ID
           MOVE QY-CURRENT-BOOK TO QY-S-CURRENT
           RELEASE QY-SORT-RECORD.
       2100-EXIT.
           EXIT.

       2150-LOAD-CURRENT-BOOK.
           MOVE BK-BOOK-ID     TO QY-CB-ID
           MOVE BK-BOOK-NAME   TO QY-CB-NAME
           MOVE BK-BOOK-AUTHOR TO QY-CB-AUTHOR
           MOVE BK-BOOK-GENRE  TO QY-CB-GENRE
           MOVE BK-CURRENCY    TO QY-CB-CURRENCY
           MOVE BK-BOOK-STATUS TO QY-CB-STATUS
           MOVE BK-BRANCH      TO QY-CB-BRANCH
           MOVE ZEROS TO QY-CB-YEAR QY-CB-PRICE QY-CB-ISBN
                         QY-CB-OUT QY-CB-STATUS-DATE
           MOVE 1 TO QY-CB-OWNED
           IF BK-BOOK-YEAR IS NUMERIC
               MOVE BK-BOOK-YEAR TO QY-CB-YEAR
           END-IF
           IF BK-BOOK-PRICE IS NUMERIC
               MOVE BK-BOOK-PRICE TO QY-CB-PRICE
           END-IF
           IF BK-BOOK-ISBN IS NUMERIC
               MOVE BK-BOOK-ISBN TO QY-CB-ISBN
           END-IF
           IF BK-COPIES-OWNED IS NUMERIC
               AND BK-COPIES-OWNED > ZEROS
               MOVE BK-COPIES-OWNED TO QY-CB-OWNED
           END-IF
           IF BK-COPIES-OUT IS NUMERIC
               MOVE BK-COPIES-OUT TO QY-CB-OUT
           END-IF
           IF BK-STATUS-DATE IS NUMERIC
               MOVE BK-STATUS-DATE TO QY-CB-STATUS-DATE
           END-IF
           IF QY-CB-STATUS = SPACE
               MOVE "A" TO QY-CB-STATUS
           END-IF.
       2150-EXIT.
           EXIT.

      *  The S cards are groups joined by OR, each group a run of
      *  cards joined by AND.  A group already false skips the
      *  rest of its cards.  No S cards selects every book.
       2200-TEST-SELECTION.
           MOVE "N" TO QY-SELECT-SWITCH
           MOVE "Y" TO QY-GROUP-SWITCH
           IF QY-COND-COUNT = ZEROS
               SET QY-SELECTED TO TRUE
               GO TO 2200-EXIT
           END-IF
           PERFORM 2210-TEST-ONE-CONDITION THRU 2210-EXIT
               VARYING QY-CX FROM 1 BY 1
               UNTIL QY-CX > QY-COND-COUNT
                  OR QY-SELECTED
           IF QY-GROUP-TRUE
               SET QY-SELECTED TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

       2210-TEST-ONE-CONDITION.
           IF QY-CX > 1 AND QY-CV-CONNECTOR (QY-CX) = "OR"
               IF QY-GROUP-TRUE
                   SET QY-SELECTED TO TRUE
                   GO TO 2210-EXIT
               END-IF
               MOVE "Y" TO QY-GROUP-SWITCH
           END-IF
           IF NOT QY-GROUP-TRUE
               GO TO 2210-EXIT
           END-IF
           MOVE QY-CV-FIELD-NO (QY-CX) TO QY-FIELD-NO
           PERFORM 5000-GET-FIELD THRU 5000-EXIT
           IF QY-FT-NUMERIC (QY-FIELD-NO)
               PERFORM 2220-COMPARE-NUMBER THRU 2220-EXIT
           ELSE
               PERFORM 2230-COMPARE-TEXT THRU 2230-EXIT
           END-IF
           IF NOT QY-COND-TRUE
               MOVE "N" TO QY-GROUP-SWITCH
           END-IF.
       2210-EXIT.
           EXIT.

       2220-COMPARE-NUMBER.
           MOVE "N" TO QY-COND-SWITCH
           EVALUATE QY-CV-OPERATOR (QY-CX)
               WHEN "EQ"
                   IF QY-FLD-NUM = QY-CV-NUMBER (QY-CX)
                       SET QY-COND-TRUE TO TRUE
                   END-IF
               WHEN "NE"
                   IF QY-FLD-NUM NOT = QY-CV-NUMBER (QY-CX)
                       SET QY-COND-TRUE TO TRUE
                   END-IF
               WHEN "LT"
                   IF QY-FLD-NUM < QY-CV-NUMBER (QY-CX)
                       SET QY-COND-TRUE TO TRUE
                   END-IF
               WHEN "LE"
                   IF QY-FLD-NUM NOT > QY-CV-NUMBER (QY-CX)
                       SET QY-COND-TRUE TO TRUE
                   END-IF
               WHEN "GT"
                   IF QY-FLD-NUM > QY-CV-NUMBER (QY-CX)
                       SET QY-COND-TRUE TO TRUE
                   END-IF
               WHEN "GE"
                   IF QY-FLD-NUM NOT < QY-CV-NUMBER (QY-CX)
                       SET QY-COND-TRUE TO TRUE
                   END-IF
           END-EVALUATE.
       2220-EXIT.
           EXIT.

       2230-COMPARE-TEXT.
           MOVE "N" TO QY-COND-SWITCH
           EVALUATE QY-CV-OPERATOR (QY-CX)
               WHEN "EQ"
                   IF QY-FLD-TEXT = QY-CV-VALUE (QY-CX)
                       SET QY-COND-TRUE TO TRUE
                   END-IF
               WHEN "NE"
                   IF QY-FLD-TEXT NOT = QY-CV-VALUE (QY-CX)
                       SET QY-COND-TRUE TO TRUE
                   END-IF
               WHEN "LT"
                   IF QY-FLD-TEXT < QY-CV-VALUE (QY-CX)
                       SET QY-COND-TRUE TO TRUE
                   END-IF
               WHEN "LE"
                   IF QY-FLD-TEXT NOT > QY-CV-VALUE (QY-CX)
                       SET QY-COND-TRUE TO TRUE
                   END-IF
               WHEN "GT"
                   IF QY-FLD-TEXT > QY-CV-VALUE (QY-CX)
                       SET QY-COND-TRUE TO TRUE
                   END-IF
               WHEN "GE"
                   IF QY-FLD-TEXT NOT < QY-CV-VALUE (QY-CX)
                       SET QY-COND-TRUE TO TRUE
                   END-IF
               WHEN "CT"
                   MOVE ZEROS TO QY-TALLY
                   INSPECT QY-FLD-TEXT TALLYING QY-TALLY
                       FOR ALL QY-CV-VALUE (QY-CX)
                               (1:QY-CV-LENGTH (QY-CX))
                   IF QY-TALLY > ZEROS
                       SET QY-COND-TRUE TO TRUE
                   END-IF
           END-EVALUATE.
       2230-EXIT.
           EXIT.

       2300-BUILD-SORT-KEY.
           MOVE QY-KY-FIELD-NO (QY-KX) TO QY-FIELD-NO
           PERFORM 5000-GET-FIELD THRU 5000-EXIT
           MOVE SPACES TO QY-KEY-WORK
           IF QY-FT-NUMERIC (QY-FIELD-NO)
               MOVE QY-FLD-NUM TO QY-KEY-DIGITS
               MOVE QY-KEY-DIGITS-X TO QY-KEY-WORK
           ELSE
               MOVE QY-FLD-TEXT TO QY-KEY-WORK
           END-IF
           IF QY-KY-DIRECTION (QY-KX) = "D"
               INSPECT QY-KEY-WORK CONVERTING QY-ASCENDING-SET
                   TO QY-DESCENDING-SET
           END-IF
           EVALUATE QY-KX
               WHEN 1
                   MOVE QY-KEY-WORK TO QY-S-KEY-1
               WHEN 2
                   MOVE QY-KEY-WORK TO QY-S-KEY-2
               WHEN 3
                   MOVE QY-KEY-WORK TO QY-S-KEY-3
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  3000-WRITE-RESULTS - the SORT output: one report line or
      *  CSV row per selected book, with the report's breaks.
      *****************************************************************
       3000-WRITE-RESULTS.
           RETURN SortFile
               AT END
                   SET QY-SORTFILE-EOF TO TRUE
           END-RETURN
           PERFORM 3100-WRITE-ONE-RESULT THRU 3100-EXIT
               UNTIL QY-SORTFILE-EOF
           IF QY-FORMAT-REPORT AND NOT QY-FIRST-RESULT
               PERFORM 3250-PRINT-SUBTOTAL THRU 3250-EXIT
                   VARYING QY-BX FROM QY-BREAK-COUNT BY -1
                   UNTIL QY-BX < 1
           END-IF.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-RESULT.
           MOVE QY-S-CURRENT TO QY-CURRENT-BOOK
           ADD 1 TO QY-BOOKS-SELECTED
           ADD QY-CB-OWNED TO QY-TOTAL-OWNED
           ADD QY-CB-OUT TO QY-TOTAL-OUT
           IF QY-FORMAT-CSV
               PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT
           ELSE
               IF QY-BREAK-COUNT > ZEROS
                   PERFORM 3200-CHECK-BREAKS THRU 3200-EXIT
               END-IF
               PERFORM 3300-PRINT-DETAIL THRU 3300-EXIT
               PERFORM 3280-COUNT-IN-BREAK THRU 3280-EXIT
                   VARYING QY-BX FROM 1 BY 1
                   UNTIL QY-BX > QY-BREAK-COUNT
           END-IF
           MOVE "N" TO QY-FIRST-RESULT-SWITCH
           RETURN SortFile
               AT END
                   SET QY-SORTFILE-EOF TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.

      *  QY-BREAK-LEVEL ends as the most major break whose value
      *  changed (zero for none); that level and every minor one
      *  below it close with a subtotal and open afresh.
       3200-CHECK-BREAKS.
           MOVE ZEROS TO QY-BREAK-LEVEL
           IF QY-FIRST-RESULT
               MOVE 1 TO QY-BREAK-LEVEL
           ELSE
               PERFORM 3210-COMPARE-BREAK THRU 3210-EXIT
                   VARYING QY-BX FROM 1 BY 1
                   UNTIL QY-BX > QY-BREAK-COUNT
                      OR QY-BREAK-LEVEL > ZEROS
           END-IF
           IF QY-BREAK-LEVEL = ZEROS
               GO TO 3200-EXIT
           END-IF
           IF NOT QY-FIRST-RESULT
               PERFORM 3250-PRINT-SUBTOTAL THRU 3250-EXIT
                   VARYING QY-BX FROM QY-BREAK-COUNT BY -1
                   UNTIL QY-BX < QY-BREAK-LEVEL
           END-IF
           PERFORM 3220-OPEN-BREAK THRU 3220-EXIT
               VARYING QY-BX FROM QY-BREAK-LEVEL BY 1
               UNTIL QY-BX > QY-BREAK-COUNT.
       3200-EXIT.
           EXIT.

       3210-COMPARE-BREAK.
           MOVE QY-BR-FIELD-NO (QY-BX) TO QY-FIELD-NO
           PERFORM 5000-GET-FIELD THRU 5000-EXIT
           IF QY-FLD-PRINT NOT = QY-BR-VALUE (QY-BX)
               MOVE QY-BX TO QY-BREAK-LEVEL
           END-IF.
       3210-EXIT.
           EXIT.

       3220-OPEN-BREAK.
           MOVE QY-BR-FIELD-NO (QY-BX) TO QY-FIELD-NO
           PERFORM 5000-GET-FIELD THRU 5000-EXIT
           MOVE QY-FLD-PRINT TO QY-BR-VALUE (QY-BX)
           MOVE ZEROS TO QY-BR-COUNT (QY-BX) QY-BR-OWNED (QY-BX)
                         QY-BR-OUT (QY-BX)
           MOVE SPACES TO QY-PRINT-LINE
           STRING QY-FT-NAME (QY-FIELD-NO) DELIMITED BY SPACE
                  ": "                     DELIMITED BY SIZE
                  QY-FLD-PRINT             DELIMITED BY SIZE
               INTO QY-PRINT-LINE
           PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
       3220-EXIT.
           EXIT.

       3250-PRINT-SUBTOTAL.
           MOVE QY-BR-VALUE (QY-BX) TO QY-ST-VALUE
           MOVE QY-BR-COUNT (QY-BX) TO QY-ST-COUNT
           MOVE QY-BR-OWNED (QY-BX) TO QY-ST-OWNED
           MOVE QY-BR-OUT (QY-BX)   TO QY-ST-OUT
           MOVE QY-SUBTOTAL-LINE TO QY-PRINT-LINE
           PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
       3250-EXIT.
           EXIT.

       3280-COUNT-IN-BREAK.
           ADD 1 TO QY-BR-COUNT (QY-BX)
           ADD QY-CB-OWNED TO QY-BR-OWNED (QY-BX)
           ADD QY-CB-OUT TO QY-BR-OUT (QY-BX).
       3280-EXIT.
           EXIT.

       3300-PRINT-DETAIL.
           MOVE SPACES TO QY-PRINT-LINE
           MOVE 1 TO QY-POS
           PERFORM 3310-PUT-COLUMN THRU 3310-EXIT
               VARYING QY-LX FROM 1 BY 1
               UNTIL QY-LX > QY-COLUMN-COUNT
           PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
       3300-EXIT.
           EXIT.

       3310-PUT-COLUMN.
           MOVE QY-CL-FIELD-NO (QY-LX) TO QY-FIELD-NO
           PERFORM 5000-GET-FIELD THRU 5000-EXIT
           MOVE QY-FT-WIDTH (QY-FIELD-NO) TO QY-WIDTH
           MOVE QY-FLD-PRINT TO QY-PRINT-LINE (QY-POS:QY-WIDTH)
           ADD QY-WIDTH TO QY-POS
           ADD 2 TO QY-POS.
       3310-EXIT.
           EXIT.

      *  Each field at its full width, comma-delimited, as BOOKCSV
      *  writes them.
       3400-WRITE-CSV-ROW.
           MOVE SPACES TO QY-CSV-RECORD
           MOVE 1 TO QY-CSV-POINTER
           PERFORM 3410-PUT-CSV-FIELD THRU 3410-EXIT
               VARYING QY-LX FROM 1 BY 1
               UNTIL QY-LX > QY-COLUMN-COUNT
           WRITE QY-CSV-RECORD.
       3400-EXIT.
           EXIT.

       3410-PUT-CSV-FIELD.
           MOVE QY-CL-FIELD-NO (QY-LX) TO QY-FIELD-NO
           PERFORM 5000-GET-FIELD THRU 5000-EXIT
           MOVE QY-FT-CSV-WIDTH (QY-FIELD-NO) TO QY-WIDTH
           IF QY-LX > 1
               STRING "," DELIMITED BY SIZE
                   INTO QY-CSV-RECORD WITH POINTER QY-CSV-POINTER
           END-IF
           STRING QY-FLD-PRINT (1:QY-WIDTH) DELIMITED BY SIZE
               INTO QY-CSV-RECORD WITH POINTER QY-CSV-POINTER.
       3410-EXIT.
           EXIT.

      *  Every report line shows on SYSOUT and lands on the print
      *  file, with a fresh page heading every QY-LINES-PER-PAGE.
       3900-PRINT-LINE.
           IF QY-LINE-COUNT = ZEROS
               OR QY-LINE-COUNT >= QY-LINES-PER-PAGE
               PERFORM 3800-PRINT-HEADINGS THRU 3800-EXIT
           END-IF
           MOVE QY-PRINT-LINE TO QY-PRINT-RECORD
           PERFORM 3950-PUT-PRINT-RECORD THRU 3950-EXIT
           ADD 1 TO QY-LINE-COUNT.
       3900-EXIT.
           EXIT.

       3800-PRINT-HEADINGS.
           ADD 1 TO QY-PAGE-COUNT
           MOVE RD-RUN-DATE-DISPLAY TO QY-H1-DATE
           MOVE QY-PAGE-COUNT TO QY-H1-PAGE
           MOVE SPACES TO QY-PRINT-RECORD
           PERFORM 3950-PUT-PRINT-RECORD THRU 3950-EXIT
           MOVE QY-HEADING-1 TO QY-PRINT-RECORD
           PERFORM 3950-PUT-PRINT-RECORD THRU 3950-EXIT
           MOVE QY-HEADING-2 TO QY-PRINT-RECORD
           PERFORM 3950-PUT-PRINT-RECORD THRU 3950-EXIT
           MOVE QY-HEADING-3 TO QY-PRINT-RECORD
           PERFORM 3950-PUT-PRINT-RECORD THRU 3950-EXIT
           MOVE "----------------------------------------"
               TO QY-PRINT-RECORD
           PERFORM 3950-PUT-PRINT-RECORD THRU 3950-EXIT
           MOVE ZEROS TO QY-LINE-COUNT.
       3800-EXIT.
           EXIT.

       3950-PUT-PRINT-RECORD.
           DISPLAY QY-PRINT-RECORD
           IF QY-PRINT-OPEN
               WRITE QY-PRINT-RECORD
           END-IF
           ADD 1 TO QY-PRINT-LINE-COUNT.
       3950-EXIT.
           EXIT.

      *****************************************************************
      *  4000-TERMINATE - totals, close, and register the run.
      *****************************************************************
       4000-TERMINATE.
           MOVE QY-BOOKS-READ     TO QY-T-READ
           MOVE QY-BOOKS-SELECTED TO QY-T-SELECTED
           MOVE QY-TOTAL-OWNED    TO QY-T-OWNED
           MOVE QY-TOTAL-OUT      TO QY-T-OUT
           MOVE SPACES TO RG2-RPT-REG-AREA
           STRING "QRY-"      DELIMITED BY SIZE
                  QY-RUN-NAME DELIMITED BY SPACE
               INTO RG2-REPORT-NAME
           IF QY-FORMAT-CSV
               CLOSE CsvFile
               DISPLAY QY-TOTAL-LINE
               DISPLAY "Books exported to " QY-CSV-NAME ": "
                       QY-BOOKS-SELECTED
               MOVE ZEROS TO RG2-PAGE-COUNT
               MOVE QY-BOOKS-SELECTED TO RG2-LINE-COUNT
               MOVE QY-CSV-NAME TO RG2-OUTPUT-NAME
           ELSE
               MOVE "----------------------------------------"
                   TO QY-PRINT-LINE
               PERFORM 3900-PRINT-LINE THRU 3900-EXIT
               MOVE QY-TOTAL-LINE TO QY-PRINT-LINE
               PERFORM 3900-PRINT-LINE THRU 3900-EXIT
               IF QY-PRINT-OPEN
                   CLOSE PrintFile
                   MOVE QY-PRINT-NAME TO RG2-OUTPUT-NAME
               ELSE
                   MOVE "SYSOUT" TO RG2-OUTPUT-NAME
               END-IF
               MOVE QY-PAGE-COUNT TO RG2-PAGE-COUNT
               MOVE QY-PRINT-LINE-COUNT TO RG2-LINE-COUNT
           END-IF
           MOVE SPACES TO RG2-BRANCH
           MOVE RETURN-CODE TO QY-SAVED-RC
           CALL "RPT-REG" USING RG2-RPT-REG-AREA
           END-CALL
           MOVE QY-SAVED-RC TO RETURN-CODE
           IF QY-BOOKS-SELECTED = ZEROS AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  5000-GET-FIELD - field QY-FIELD-NO of the current book:
      *  QY-FLD-NUM for a numeric field, QY-FLD-PRINT as it prints
      *  (BOOKCSV's editing), and QY-FLD-TEXT, the print form
      *  upper-cased, for text compares and sort keys.
      *****************************************************************
       5000-GET-FIELD.
           MOVE ZEROS TO QY-FLD-NUM
           MOVE SPACES TO QY-FLD-PRINT
           EVALUATE QY-FIELD-NO
               WHEN 1
                   MOVE QY-CB-ID TO QY-FLD-NUM QY-ED-7
                   MOVE QY-ED-7 TO QY-FLD-PRINT
               WHEN 2
                   MOVE QY-CB-NAME TO QY-FLD-PRINT
               WHEN 3
                   MOVE QY-CB-YEAR TO QY-FLD-NUM QY-ED-4
                   MOVE QY-ED-4 TO QY-FLD-PRINT
               WHEN 4
                   MOVE QY-CB-AUTHOR TO QY-FLD-PRINT
               WHEN 5
                   MOVE QY-CB-PRICE TO QY-FLD-NUM QY-ED-PRICE
                   MOVE QY-ED-PRICE TO QY-FLD-PRINT
               WHEN 6
                   MOVE QY-CB-GENRE TO QY-FLD-PRINT
               WHEN 7
                   MOVE QY-CB-ISBN TO QY-FLD-NUM QY-ED-13
                   MOVE QY-ED-13 TO QY-FLD-PRINT
               WHEN 8
                   MOVE QY-CB-OWNED TO QY-FLD-NUM QY-ED-3
                   MOVE QY-ED-3 TO QY-FLD-PRINT
               WHEN 9
                   MOVE QY-CB-OUT TO QY-FLD-NUM QY-ED-3
                   MOVE QY-ED-3 TO QY-FLD-PRINT
               WHEN 10
                   MOVE QY-CB-CURRENCY TO QY-FLD-PRINT
               WHEN 11
                   MOVE QY-CB-STATUS TO QY-FLD-PRINT
               WHEN 12
                   MOVE QY-CB-STATUS-DATE TO QY-FLD-NUM QY-ED-8
                   MOVE QY-ED-8 TO QY-FLD-PRINT
               WHEN 13
                   MOVE QY-CB-BRANCH TO QY-FLD-PRINT
               WHEN 14
                   IF QY-CB-OWNED > QY-CB-OUT
                       SUBTRACT QY-CB-OUT FROM QY-CB-OWNED
                           GIVING QY-FLD-NUM
                   END-IF
                   MOVE QY-FLD-NUM TO QY-ED-3
                   MOVE QY-ED-3 TO QY-FLD-PRINT
           END-EVALUATE
           MOVE QY-FLD-PRINT TO QY-FLD-TEXT
           INSPECT QY-FLD-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       5000-EXIT.
           EXIT.
