      *****************************************************************
      *  EVALUATE-EXAMPLE
      *
      *  Short end-of-shift check-in survey.  Asks a handful of
      *  questions and appends every answer - valid or not - to
      *  EVALRESP.DAT with a timestamp, so past check-ins can be
      *  reviewed instead of only ever seen once on the screen.  A
      *  question is answered Y/N, with a rating on its 1-to-N
      *  scale, or in free text (kept on EVALTEXT.DAT), as the
      *  question master's type says.
      *
      *  Modification history
      *  ---------------------
      *                  work-queue fields (assigned operator,
      *                  action note, closing operator and date)
      *                  blank, matching the INCDREC layout.
      *  2026-10-15  jg  Rating-scale and free-text questions - each
      *                  answer is checked against its question's
      *                  type; a rating is logged with its score and
      *                  scale, free text goes to EVALTEXT.DAT keyed
      *                  to the response.
      *  2026-10-15  jg  Each response is stamped with the operator
      *                  signed on through GREET (GETOPER), so
      *                  CHKINRPT can tell whose check-in it was.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT IncidentFile ASSIGN TO "INCIDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EV-INCDFILE-STATUS.
           SELECT TextFile ASSIGN TO "EVALTEXT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ET-RESP-KEY
               FILE STATUS IS EV-TEXTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IncidentFile.
       COPY INCDREC.

       FD  TextFile.
       COPY EVALTEXT.

       WORKING-STORAGE SECTION.
       01  EV-RESPFILE-STATUS    PIC X(02).
           88  EV-RESPFILE-OK    VALUE "00".
       01  EV-INCDFILE-STATUS    PIC X(02).
           88  EV-INCDFILE-OK    VALUE "00".

       01  EV-TEXTFILE-STATUS    PIC X(02).
           88  EV-TEXTFILE-OK    VALUE "00".
           88  EV-TEXTFILE-NEW   VALUE "35".

       01  EV-SURVEY-ID          PIC X(03).
       01  EV-NEXT-INCIDENT-NO   PIC 9(05).
       01  EV-INCD-DESCRIPTION   PIC X(60).
           88  EV-YES-CHOICE     VALUE "Y" "y".
           88  EV-NO-CHOICE      VALUE "N" "n".

      *  A rating is keyed as one digit or two - "4", " 4", "04" or
      *  "10" - and must fall on the question's scale.
       01  EV-SCALE-ENTRY        PIC X(02).
       01  EV-SCALE-ENTRY-N REDEFINES EV-SCALE-ENTRY
                                 PIC 9(02).
       01  EV-SCALE-DIGIT        PIC 9(01).
       01  EV-SCALE-VALUE        PIC 9(02).
       01  EV-SCALE-DISPLAY      PIC Z9.

       01  EV-TEXT-ANSWER        PIC X(60).

       COPY CURROPER.

       01  EV-QUESTION-MAX       PIC 9(02) VALUE 20.
       01  EV-QUESTION-COUNT     PIC 9(02) VALUE ZEROS.
       01  EV-QUESTION-TABLE.
           05  EV-QUESTION OCCURS 20 TIMES INDEXED BY EV-QUESTION-IDX.
               10  EV-QUESTION-TEXT      PIC X(40).
               10  EV-QUESTION-INCD-FLAG PIC X(01).
               10  EV-QUESTION-TYPE      PIC X(01).
                   88  EV-SCALE-QUESTION VALUE "S".
                   88  EV-TEXT-QUESTION  VALUE "T".
               10  EV-QUESTION-HIGH      PIC 9(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           STOP RUN.

       1000-INITIALIZE.
           CALL "GETOPER" USING CO-CURRENT-OPER-AREA
           END-CALL
           DISPLAY "Survey id : " WITH NO ADVANCING
           ACCEPT EV-SURVEY-ID
           PERFORM 1100-LOAD-QUESTIONS THRU 1100-EXIT
                   TO EV-QUESTION-TEXT (EV-QUESTION-IDX)
               MOVE QM-INCIDENT-FLAG
                   TO EV-QUESTION-INCD-FLAG (EV-QUESTION-IDX)
               MOVE QM-QUESTION-TYPE
                   TO EV-QUESTION-TYPE (EV-QUESTION-IDX)
               MOVE 5 TO EV-QUESTION-HIGH (EV-QUESTION-IDX)
               IF QM-SCALE-HIGH IS NUMERIC
                   AND QM-SCALE-HIGH > 1
                   AND QM-SCALE-HIGH < 11
                   MOVE QM-SCALE-HIGH
                       TO EV-QUESTION-HIGH (EV-QUESTION-IDX)
               END-IF
           END-IF
           READ QuestionFile
               AT END
           EXIT.

       2000-ASK-QUESTION.
           MOVE ZEROS TO EV-RESP-SCORE EV-RESP-SCALE-HIGH
           ACCEPT EV-RESP-DATE FROM DATE YYYYMMDD
           ACCEPT EV-RESP-TIME FROM TIME
           IF EV-SCALE-QUESTION (EV-QUESTION-IDX)
               PERFORM 2300-ASK-RATING THRU 2300-EXIT
               PERFORM 2100-WRITE-RESPONSE THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF
           IF EV-TEXT-QUESTION (EV-QUESTION-IDX)
               PERFORM 2400-ASK-TEXT THRU 2400-EXIT
               PERFORM 2100-WRITE-RESPONSE THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF
           DISPLAY EV-QUESTION-TEXT (EV-QUESTION-IDX) " (Y/N) : "
               WITH NO ADVANCING
           ACCEPT EV-CHOICE
           EXIT.

       2100-WRITE-RESPONSE.
           MOVE EV-QUESTION-IDX TO EV-RESP-QUESTION
           MOVE EV-SURVEY-ID    TO EV-RESP-SURVEY
           MOVE CO-OPER-ID      TO EV-RESP-OPER-ID
           WRITE EV-RESPONSE-RECORD.
       2100-EXIT.
           EXIT.
       2220-EXIT.
           EXIT.

       2300-ASK-RATING.
           MOVE EV-QUESTION-HIGH (EV-QUESTION-IDX) TO EV-SCALE-DISPLAY
           DISPLAY EV-QUESTION-TEXT (EV-QUESTION-IDX) " (1-"
                   EV-SCALE-DISPLAY ") : " WITH NO ADVANCING
           ACCEPT EV-SCALE-ENTRY
           MOVE ZEROS TO EV-SCALE-VALUE
           IF EV-SCALE-ENTRY (2:1) = SPACE
               AND EV-SCALE-ENTRY (1:1) IS NUMERIC
               MOVE EV-SCALE-ENTRY (1:1) TO EV-SCALE-DIGIT
               MOVE EV-SCALE-DIGIT TO EV-SCALE-VALUE
           END-IF
           IF EV-SCALE-ENTRY (1:1) = SPACE
               AND EV-SCALE-ENTRY (2:1) IS NUMERIC
               MOVE EV-SCALE-ENTRY (2:1) TO EV-SCALE-DIGIT
               MOVE EV-SCALE-DIGIT TO EV-SCALE-VALUE
           END-IF
           IF EV-SCALE-ENTRY-N IS NUMERIC
               MOVE EV-SCALE-ENTRY-N TO EV-SCALE-VALUE
           END-IF
           IF EV-SCALE-VALUE = ZEROS
               OR EV-SCALE-VALUE > EV-QUESTION-HIGH (EV-QUESTION-IDX)
               DISPLAY "Incorrect choice"
               MOVE "?" TO EV-RESP-ANSWER
               GO TO 2300-EXIT
           END-IF
           MOVE EV-SCALE-VALUE TO EV-SCALE-DISPLAY
           DISPLAY "Rated " EV-SCALE-DISPLAY
           MOVE "S" TO EV-RESP-ANSWER
           MOVE EV-SCALE-VALUE TO EV-RESP-SCORE
           MOVE EV-QUESTION-HIGH (EV-QUESTION-IDX)
               TO EV-RESP-SCALE-HIGH.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2400-ASK-TEXT - the answer itself goes to EVALTEXT.DAT under
      *  the response's own date, time, survey and question; the
      *  response is logged as T either way, so a blank "nothing to
      *  report" still counts as answered.
      *****************************************************************
       2400-ASK-TEXT.
           DISPLAY EV-QUESTION-TEXT (EV-QUESTION-IDX)
           DISPLAY "  : " WITH NO ADVANCING
           ACCEPT EV-TEXT-ANSWER
           MOVE "T" TO EV-RESP-ANSWER
           IF EV-TEXT-ANSWER = SPACES
               GO TO 2400-EXIT
           END-IF
           OPEN I-O TextFile
           IF EV-TEXTFILE-NEW
               OPEN OUTPUT TextFile
               CLOSE TextFile
               OPEN I-O TextFile
           END-IF
           IF NOT EV-TEXTFILE-OK
               DISPLAY "EVALTEXT.DAT OPEN failed - status "
                       EV-TEXTFILE-STATUS " - answer not saved."
               GO TO 2400-EXIT
           END-IF
           MOVE EV-RESP-DATE    TO ET-RESP-DATE
           MOVE EV-RESP-TIME    TO ET-RESP-TIME
           MOVE EV-SURVEY-ID    TO ET-RESP-SURVEY
           MOVE EV-QUESTION-IDX TO ET-RESP-QUESTION
           MOVE EV-TEXT-ANSWER  TO ET-COMMENT
           WRITE ET-TEXT-RECORD
               INVALID KEY
                   DISPLAY "Answer not saved - duplicate key on"
                           " EVALTEXT.DAT."
           END-WRITE
           CLOSE TextFile.
       2400-EXIT.
           EXIT.

       3000-TERMINATE.
           CLOSE ResponseFile.
       3000-EXIT.
