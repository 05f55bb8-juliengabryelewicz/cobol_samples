      *  across the whole file, so the shift supervisor can see the
      *  trend without opening the raw log.
      *
      *  Rating-scale questions get their own lines under each day
      *  and again under each survey's totals - how many ratings,
      *  the average, the lowest and highest, and how many times
      *  each point on the scale was picked.  Free-text answers are
      *  read back from EVALTEXT.DAT and listed under their day.
      *
      *  Modification history
      *  ---------------------
      *  2026-08-09  jg  Original program.
      *                  end, instead of every questionnaire mixing
      *                  into one stream.  Pre-survey records tally
      *                  under a blank survey id.
      *  2026-10-15  jg  Rating and free-text answers - counted in
      *                  their own columns, with average, minimum,
      *                  maximum and distribution for each rated
      *                  question per day and per survey, and the
      *                  day's comments from EVALTEXT.DAT listed
      *                  under it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ResponseFile ASSIGN TO "EVALRESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ER-RESPFILE-STATUS.
           SELECT TextFile ASSIGN TO "EVALTEXT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ET-RESP-KEY
               FILE STATUS IS ER-TEXTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ResponseFile.
       COPY EVALRESP.

       FD  TextFile.
       COPY EVALTEXT.

       WORKING-STORAGE SECTION.
       01  ER-RESPFILE-STATUS        PIC X(02).
           88  ER-RESPFILE-OK        VALUE "00".
       01  ER-RESPFILE-EOF-SWITCH    PIC X(01) VALUE "N".
           88  ER-RESPFILE-EOF       VALUE "Y".

       01  ER-TEXTFILE-STATUS        PIC X(02).
           88  ER-TEXTFILE-OK        VALUE "00".

       01  ER-TEXT-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  ER-TEXT-OPEN          VALUE "Y".

       01  ER-FIRST-RECORD-SWITCH    PIC X(01) VALUE "Y".
           88  ER-FIRST-RECORD       VALUE "Y".

                   INDEXED BY ER-SURVEY-IDX.
               10  ER-SV-ID          PIC X(03).
               10  ER-SV-TALLY       PIC 9(07).
               10  ER-SV-QUESTION OCCURS 20 TIMES.
                   15  ER-SQ-COUNT   PIC 9(07).
                   15  ER-SQ-SUM     PIC 9(09).
                   15  ER-SQ-LOW     PIC 9(02).
                   15  ER-SQ-HIGH    PIC 9(02).
                   15  ER-SQ-SCALE   PIC 9(02).
                   15  ER-SQ-DIST    PIC 9(07) OCCURS 10 TIMES.
       01  ER-SURVEY-HIT             PIC 9(02).

      *  Ratings for the day being printed, by question number.
       01  ER-DAY-SCALE-TABLE.
           05  ER-DAY-QUESTION OCCURS 20 TIMES.
               10  ER-DQ-COUNT       PIC 9(07).
               10  ER-DQ-SUM         PIC 9(09).
               10  ER-DQ-LOW         PIC 9(02).
               10  ER-DQ-HIGH        PIC 9(02).
               10  ER-DQ-SCALE       PIC 9(02).
               10  ER-DQ-DIST        PIC 9(07) OCCURS 10 TIMES.

      *  One question's ratings, day or survey, while being added to
      *  or printed - the same shape as both tables' entries.
       01  ER-STAT-WORK.
           05  ER-SW-COUNT           PIC 9(07).
           05  ER-SW-SUM             PIC 9(09).
           05  ER-SW-LOW             PIC 9(02).
           05  ER-SW-HIGH            PIC 9(02).
           05  ER-SW-SCALE           PIC 9(02).
           05  ER-SW-DIST            PIC 9(07) OCCURS 10 TIMES.

       01  ER-QUESTION-IX            PIC 9(02).
       01  ER-DIST-IX                PIC 9(02).

      *  The day's free-text comments, printed under its totals.
       01  ER-COMMENT-MAX            PIC 9(02) VALUE 30.
       01  ER-COMMENT-COUNT          PIC 9(02) VALUE ZEROS.
       01  ER-COMMENT-OVER           PIC 9(05) VALUE ZEROS.
       01  ER-COMMENT-IX             PIC 9(02).
       01  ER-COMMENT-TABLE.
           05  ER-COMMENT OCCURS 30 TIMES.
               10  ER-CM-QUESTION    PIC 9(02).
               10  ER-CM-TEXT        PIC X(60).

       01  ER-SURVEY-FOUND-SWITCH    PIC X(01).
           88  ER-SURVEY-FOUND       VALUE "Y".
       01  ER-DAY-YES-COUNT          PIC 9(05) VALUE ZEROS.
       01  ER-DAY-NO-COUNT           PIC 9(05) VALUE ZEROS.
       01  ER-DAY-INVALID-COUNT      PIC 9(05) VALUE ZEROS.
       01  ER-DAY-RATED-COUNT        PIC 9(05) VALUE ZEROS.
       01  ER-DAY-TEXT-COUNT         PIC 9(05) VALUE ZEROS.

       01  ER-TOTAL-YES-COUNT        PIC 9(07) VALUE ZEROS.
       01  ER-TOTAL-NO-COUNT         PIC 9(07) VALUE ZEROS.
       01  ER-TOTAL-INVALID-COUNT    PIC 9(07) VALUE ZEROS.
       01  ER-TOTAL-RATED-COUNT      PIC 9(07) VALUE ZEROS.
       01  ER-TOTAL-TEXT-COUNT       PIC 9(07) VALUE ZEROS.

       01  ER-HEADING-1.
           05  FILLER             PIC X(10) VALUE "EVALRPT".
           05  FILLER                PIC X(08) VALUE "YES".
           05  FILLER                PIC X(08) VALUE "NO".
           05  FILLER                PIC X(10) VALUE "INVALID".
           05  FILLER                PIC X(08) VALUE "RATED".
           05  FILLER                PIC X(08) VALUE "TEXT".

       01  ER-SUBTOTAL-LINE.
           05  ER-S-YES              PIC ZZZZ9.
           05  ER-S-NO                PIC ZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  ER-S-INVALID           PIC ZZZZ9.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  ER-S-RATED             PIC ZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  ER-S-TEXT              PIC ZZZZ9.

       01  ER-SURVEY-LINE.
           05  FILLER                PIC X(09) VALUE "  SURVEY".
           05  ER-G-NO                PIC ZZZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  ER-G-INVALID           PIC ZZZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  ER-G-RATED             PIC ZZZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  ER-G-TEXT              PIC ZZZZZZ9.

       01  ER-SCALE-LINE.
           05  FILLER                PIC X(04) VALUE "  Q".
           05  ER-SC-QUESTION        PIC 99.
           05  FILLER                PIC X(09) VALUE "  RATED ".
           05  ER-SC-COUNT           PIC ZZZZZZ9.
           05  FILLER                PIC X(06) VALUE "  AVG ".
           05  ER-SC-AVERAGE         PIC Z9.99.
           05  FILLER                PIC X(06) VALUE "  MIN ".
           05  ER-SC-LOW             PIC Z9.
           05  FILLER                PIC X(06) VALUE "  MAX ".
           05  ER-SC-HIGH            PIC Z9.
           05  FILLER                PIC X(04) VALUE " OF ".
           05  ER-SC-SCALE           PIC Z9.
       01  ER-AVERAGE                PIC 9(02)V99.

       01  ER-DIST-LINE.
           05  FILLER                PIC X(10) VALUE "      DIST".
           05  ER-DIST-ENTRY OCCURS 10 TIMES.
               10  FILLER            PIC X(01).
               10  ER-DI-VALUE       PIC Z9.
               10  ER-DI-EQUALS      PIC X(01).
               10  ER-DI-COUNT       PIC ZZZZ9.

       01  ER-COMMENT-LINE.
           05  FILLER                PIC X(04) VALUE "  Q".
           05  ER-CL-QUESTION        PIC 99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ER-CL-TEXT            PIC X(60).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           IF ER-RESPFILE-STATUS = "10" OR ER-RESPFILE-OK
               CLOSE ResponseFile
           END-IF
           IF ER-TEXT-OPEN
               CLOSE TextFile
           END-IF
           GOBACK.

       1000-INITIALIZE.
                         ER-DAY-YES-COUNT ER-DAY-NO-COUNT
                         ER-DAY-INVALID-COUNT ER-TOTAL-YES-COUNT
                         ER-TOTAL-NO-COUNT ER-TOTAL-INVALID-COUNT
           MOVE ZEROS TO ER-DAY-RATED-COUNT ER-DAY-TEXT-COUNT
                         ER-TOTAL-RATED-COUNT ER-TOTAL-TEXT-COUNT
                         ER-COMMENT-COUNT ER-COMMENT-OVER
           INITIALIZE ER-SURVEY-TABLE ER-DAY-SCALE-TABLE
           MOVE SPACES TO ER-PRIOR-SURVEY
           MOVE "N" TO ER-TEXT-OPEN-SWITCH
           OPEN INPUT TextFile
           IF ER-TEXTFILE-OK
               SET ER-TEXT-OPEN TO TRUE
           END-IF
           OPEN INPUT ResponseFile
           IF NOT ER-RESPFILE-OK
               DISPLAY "EVALRESP.DAT OPEN failed - status "
               WHEN EV-RESP-NO
                   ADD 1 TO ER-DAY-NO-COUNT
                   ADD 1 TO ER-TOTAL-NO-COUNT
               WHEN EV-RESP-SCALED
                   ADD 1 TO ER-DAY-RATED-COUNT
                   ADD 1 TO ER-TOTAL-RATED-COUNT
                   PERFORM 2400-TALLY-RATING THRU 2400-EXIT
               WHEN EV-RESP-TEXT
                   ADD 1 TO ER-DAY-TEXT-COUNT
                   ADD 1 TO ER-TOTAL-TEXT-COUNT
                   PERFORM 2500-KEEP-COMMENT THRU 2500-EXIT
               WHEN OTHER
                   ADD 1 TO ER-DAY-INVALID-COUNT
                   ADD 1 TO ER-TOTAL-INVALID-COUNT
           MOVE "N"          TO ER-FIRST-RECORD-SWITCH
           MOVE ZEROS        TO ER-DAY-YES-COUNT
           MOVE ZEROS        TO ER-DAY-NO-COUNT
           MOVE ZEROS        TO ER-DAY-INVALID-COUNT
           MOVE ZEROS        TO ER-DAY-RATED-COUNT
           MOVE ZEROS        TO ER-DAY-TEXT-COUNT
           MOVE ZEROS        TO ER-COMMENT-COUNT ER-COMMENT-OVER
           INITIALIZE ER-DAY-SCALE-TABLE.
       2100-EXIT.
           EXIT.

           MOVE ER-DAY-YES-COUNT     TO ER-S-YES
           MOVE ER-DAY-NO-COUNT      TO ER-S-NO
           MOVE ER-DAY-INVALID-COUNT TO ER-S-INVALID
           MOVE ER-DAY-RATED-COUNT   TO ER-S-RATED
           MOVE ER-DAY-TEXT-COUNT    TO ER-S-TEXT
           DISPLAY ER-SUBTOTAL-LINE
           PERFORM 2210-PRINT-DAY-SCALE THRU 2210-EXIT
               VARYING ER-QUESTION-IX FROM 1 BY 1
                   UNTIL ER-QUESTION-IX > 20
           IF ER-COMMENT-COUNT > ZEROS
               DISPLAY "  COMMENTS"
               PERFORM 2220-PRINT-ONE-COMMENT THRU 2220-EXIT
                   VARYING ER-COMMENT-IX FROM 1 BY 1
                       UNTIL ER-COMMENT-IX > ER-COMMENT-COUNT
           END-IF
           IF ER-COMMENT-OVER > ZEROS
               DISPLAY "  ... and " ER-COMMENT-OVER " more comment(s)"
                       " on EVALTEXT.DAT"
           END-IF.
       2200-EXIT.
           EXIT.

       2210-PRINT-DAY-SCALE.
           IF ER-DQ-COUNT (ER-QUESTION-IX) > ZEROS
               MOVE ER-DAY-QUESTION (ER-QUESTION-IX) TO ER-STAT-WORK
               PERFORM 2600-PRINT-STATS THRU 2600-EXIT
           END-IF.
       2210-EXIT.
           EXIT.

       2220-PRINT-ONE-COMMENT.
           MOVE ER-CM-QUESTION (ER-COMMENT-IX) TO ER-CL-QUESTION
           MOVE ER-CM-TEXT (ER-COMMENT-IX)     TO ER-CL-TEXT
           DISPLAY ER-COMMENT-LINE.
       2220-EXIT.
           EXIT.

       2300-TALLY-SURVEY.
           MOVE "N" TO ER-SURVEY-FOUND-SWITCH
           MOVE ZEROS TO ER-SURVEY-HIT
           IF ER-SURVEY-COUNT > ZEROS
               PERFORM 2310-MATCH-ONE-SURVEY THRU 2310-EXIT
                   VARYING ER-SURVEY-IDX FROM 1 BY 1
               SET ER-SURVEY-IDX TO ER-SURVEY-COUNT
               MOVE EV-RESP-SURVEY TO ER-SV-ID (ER-SURVEY-IDX)
               MOVE 1 TO ER-SV-TALLY (ER-SURVEY-IDX)
               MOVE ER-SURVEY-COUNT TO ER-SURVEY-HIT
           END-IF.
       2300-EXIT.
           EXIT.
           IF ER-SV-ID (ER-SURVEY-IDX) = EV-RESP-SURVEY
               ADD 1 TO ER-SV-TALLY (ER-SURVEY-IDX)
               MOVE "Y" TO ER-SURVEY-FOUND-SWITCH
               SET ER-SURVEY-HIT TO ER-SURVEY-IDX
           END-IF.
       2310-EXIT.
           EXIT.

      *****************************************************************
      *  2400-TALLY-RATING - a rating counts toward its question for
      *  the day and for the survey.  One outside 1-20 by question
      *  or 1-10 by score (a damaged record) is counted in the RATED
      *  column only.
      *****************************************************************
       2400-TALLY-RATING.
           IF EV-RESP-SCORE NOT NUMERIC
               OR EV-RESP-SCORE = ZEROS OR EV-RESP-SCORE > 10
               OR EV-RESP-QUESTION = ZEROS OR EV-RESP-QUESTION > 20
               GO TO 2400-EXIT
           END-IF
           MOVE EV-RESP-QUESTION TO ER-QUESTION-IX
           MOVE ER-DAY-QUESTION (ER-QUESTION-IX) TO ER-STAT-WORK
           PERFORM 2410-ADD-RATING THRU 2410-EXIT
           MOVE ER-STAT-WORK TO ER-DAY-QUESTION (ER-QUESTION-IX)
           IF ER-SURVEY-HIT = ZEROS
               GO TO 2400-EXIT
           END-IF
           MOVE ER-SV-QUESTION (ER-SURVEY-HIT, ER-QUESTION-IX)
               TO ER-STAT-WORK
           PERFORM 2410-ADD-RATING THRU 2410-EXIT
           MOVE ER-STAT-WORK
               TO ER-SV-QUESTION (ER-SURVEY-HIT, ER-QUESTION-IX).
       2400-EXIT.
           EXIT.

       2410-ADD-RATING.
           IF ER-SW-COUNT = ZEROS
               MOVE EV-RESP-SCORE TO ER-SW-LOW ER-SW-HIGH
           END-IF
           IF EV-RESP-SCORE < ER-SW-LOW
               MOVE EV-RESP-SCORE TO ER-SW-LOW
           END-IF
           IF EV-RESP-SCORE > ER-SW-HIGH
               MOVE EV-RESP-SCORE TO ER-SW-HIGH
           END-IF
           IF EV-RESP-SCALE-HIGH IS NUMERIC
               AND EV-RESP-SCALE-HIGH > ER-SW-SCALE
               AND EV-RESP-SCALE-HIGH < 11
               MOVE EV-RESP-SCALE-HIGH TO ER-SW-SCALE
           END-IF
           IF ER-SW-HIGH > ER-SW-SCALE
               MOVE ER-SW-HIGH TO ER-SW-SCALE
           END-IF
           ADD 1 TO ER-SW-COUNT
           ADD EV-RESP-SCORE TO ER-SW-SUM
           ADD 1 TO ER-SW-DIST (EV-RESP-SCORE).
       2410-EXIT.
           EXIT.

      *  The comment is read back by the response's own key; one
      *  left blank at the survey has no record and is not listed.
       2500-KEEP-COMMENT.
           IF NOT ER-TEXT-OPEN
               GO TO 2500-EXIT
           END-IF
           MOVE EV-RESP-DATE     TO ET-RESP-DATE
           MOVE EV-RESP-TIME     TO ET-RESP-TIME
           MOVE EV-RESP-SURVEY   TO ET-RESP-SURVEY
           MOVE EV-RESP-QUESTION TO ET-RESP-QUESTION
           READ TextFile
               INVALID KEY
                   GO TO 2500-EXIT
           END-READ
           IF ER-COMMENT-COUNT NOT < ER-COMMENT-MAX
               ADD 1 TO ER-COMMENT-OVER
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO ER-COMMENT-COUNT
           MOVE EV-RESP-QUESTION TO ER-CM-QUESTION (ER-COMMENT-COUNT)
           MOVE ET-COMMENT       TO ER-CM-TEXT (ER-COMMENT-COUNT).
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2600-PRINT-STATS - one rated question from ER-STAT-WORK,
      *  with the distribution across its whole scale, zeros and all.
      *****************************************************************
       2600-PRINT-STATS.
           MOVE ER-QUESTION-IX TO ER-SC-QUESTION
           MOVE ER-SW-COUNT    TO ER-SC-COUNT
           DIVIDE ER-SW-SUM BY ER-SW-COUNT GIVING ER-AVERAGE ROUNDED
           MOVE ER-AVERAGE     TO ER-SC-AVERAGE
           MOVE ER-SW-LOW      TO ER-SC-LOW
           MOVE ER-SW-HIGH     TO ER-SC-HIGH
           MOVE ER-SW-SCALE    TO ER-SC-SCALE
           DISPLAY ER-SCALE-LINE
           MOVE SPACES TO ER-DIST-LINE (11:)
           PERFORM 2610-BUILD-ONE-DIST THRU 2610-EXIT
               VARYING ER-DIST-IX FROM 1 BY 1
                   UNTIL ER-DIST-IX > ER-SW-SCALE
           DISPLAY ER-DIST-LINE.
       2600-EXIT.
           EXIT.

       2610-BUILD-ONE-DIST.
           MOVE ER-DIST-IX               TO ER-DI-VALUE (ER-DIST-IX)
           MOVE "="                      TO ER-DI-EQUALS (ER-DIST-IX)
           MOVE ER-SW-DIST (ER-DIST-IX)  TO ER-DI-COUNT (ER-DIST-IX).
       2610-EXIT.
           EXIT.

       3000-PRINT-GRANDTOTAL.
           DISPLAY SPACES
           DISPLAY "RESPONSES BY SURVEY"
           MOVE ER-TOTAL-YES-COUNT     TO ER-G-YES
           MOVE ER-TOTAL-NO-COUNT      TO ER-G-NO
           MOVE ER-TOTAL-INVALID-COUNT TO ER-G-INVALID
           MOVE ER-TOTAL-RATED-COUNT   TO ER-G-RATED
           MOVE ER-TOTAL-TEXT-COUNT    TO ER-G-TEXT
           DISPLAY SPACES
           DISPLAY "----------------------------------------"
           DISPLAY ER-GRANDTOTAL-LINE.
       3100-PRINT-ONE-SURVEY.
           MOVE ER-SV-ID (ER-SURVEY-IDX)    TO ER-SL-ID
           MOVE ER-SV-TALLY (ER-SURVEY-IDX) TO ER-SL-TALLY
           DISPLAY ER-SURVEY-LINE
           PERFORM 3110-PRINT-SURVEY-SCALE THRU 3110-EXIT
               VARYING ER-QUESTION-IX FROM 1 BY 1
                   UNTIL ER-QUESTION-IX > 20.
       3100-EXIT.
           EXIT.

       3110-PRINT-SURVEY-SCALE.
           IF ER-SQ-COUNT (ER-SURVEY-IDX, ER-QUESTION-IX) > ZEROS
               MOVE ER-SV-QUESTION (ER-SURVEY-IDX, ER-QUESTION-IX)
                   TO ER-STAT-WORK
               PERFORM 2600-PRINT-STATS THRU 2600-EXIT
           END-IF.
       3110-EXIT.
           EXIT.
