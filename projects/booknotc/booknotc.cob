      *                  phone and email borrowers, with NOTIHIST
      *                  recording which channel each notice went
      *                  by.
      *  2026-10-14  jg  Days overdue count only the days the loan's
      *                  branch was open on the CLOSEDAY.DAT calendar
      *                  (DATE-SVC function O), matching the fine at
      *                  return.  The count is held in NT-DAYS-LATE
      *                  so the days-since-notice check no longer
      *                  overwrites it on a second notice.
      *  2026-10-15  jg  Recall notices.  A loan BOOKHOLD recalled for
      *                  a waiting hold (LN-RECALL-DATE) and not yet
      *                  past its new due date gets one recall notice
      *                  by the borrower's channel - a RECALL NOTICE
      *                  letter of its own with the date to return
      *                  by, or a NOTIDSP.DAT line at level 9 with
      *                  zero days overdue - recorded on NOTIHIST at
      *                  level 9.  Once past the recall date the loan
      *                  is noticed as overdue like any other.
      *  2026-10-15  jg  A loan the borrower claims to have returned
      *                  (LN-CLAIM-DATE) is disputed and gets no
      *                  notice of any kind while the claim is open.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  NT-LAST-NOTICE-LEVEL      PIC 9(01).
       01  NT-LAST-NOTICE-DATE       PIC 9(08).
       01  NT-DAYS-SINCE-NOTICE      PIC S9(05).
       01  NT-DAYS-LATE              PIC S9(05).
       01  NT-NEW-LEVEL              PIC 9(01).
       01  NT-RECALL-LEVEL           PIC 9(01) VALUE 9.
       01  NT-RECALL-COUNT           PIC 9(05) VALUE ZEROS.

       01  NT-RECALL-SENT-SWITCH     PIC X(01).
           88  NT-RECALL-SENT        VALUE "Y".

      *  A recall gets a letter of its own - the letter breaks on a
      *  change of borrower or of letter type (R recall, O overdue).
       01  NT-LETTER-TYPE            PIC X(01).
       01  NT-PRIOR-LETTER-TYPE      PIC X(01) VALUE SPACES.
       01  NT-LETTER-COUNT           PIC 9(05) VALUE ZEROS.
       01  NT-NOTICE-COUNT           PIC 9(05) VALUE ZEROS.
       01  NT-DISPATCH-COUNT         PIC 9(05) VALUE ZEROS.
       COPY DATESVCA.

       01  NT-LETTER-HEAD.
           05  NT-LH-TITLE           PIC X(16).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  NT-LH-LEVEL           PIC X(18).

           05  NT-BL-DAYS            PIC ZZZZ9.
           05  FILLER                PIC X(13) VALUE " DAYS OVERDUE".

       01  NT-RECALL-LINE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  NT-RL-NAME            PIC X(30).
           05  FILLER                PIC X(12) VALUE "  RETURN BY ".
           05  NT-RL-DUE-DATE        PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT LN-ON-LOAN
               GO TO 1600-NEXT
           END-IF
           IF LN-CLAIM-DATE IS NUMERIC
               AND LN-CLAIM-DATE > ZEROS
               GO TO 1600-NEXT
           END-IF
           MOVE "O" TO DS-FUNCTION
           MOVE LN-DUE-DATE TO DS-DATE-1
           MOVE NT-RUN-DATE TO DS-DATE-2
           MOVE LN-BRANCH TO DS-BRANCH
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           IF DS-STATUS NOT = "00"
               GO TO 1600-NEXT
           END-IF
           IF DS-DAYS NOT > ZEROS
               PERFORM 1650-RELEASE-RECALL THRU 1650-EXIT
               GO TO 1600-NEXT
           END-IF
           MOVE DS-DAYS TO NT-DAYS-LATE
           PERFORM 1700-DECIDE-NOTICE-LEVEL THRU 1700-EXIT
           IF NT-NEW-LEVEL = ZEROS
               GO TO 1600-NEXT
           MOVE LN-BORROWER    TO NT-S-BORROWER
           MOVE LN-BOOK-ID     TO NT-S-BOOK-ID
           MOVE LN-DUE-DATE    TO NT-S-DUE-DATE
           MOVE NT-DAYS-LATE   TO NT-S-DAYS-LATE
           MOVE NT-NEW-LEVEL   TO NT-S-NOTICE-LEVEL
           MOVE LN-BOOK-ID TO BK-BOOK-ID
           READ BookFile
       1600-EXIT.
           EXIT.

      *  A recalled loan not yet due is sent its recall notice once.
       1650-RELEASE-RECALL.
           IF LN-RECALL-DATE NOT NUMERIC
               OR LN-RECALL-DATE = ZEROS
               GO TO 1650-EXIT
           END-IF
           PERFORM 1800-CHECK-RECALL-SENT THRU 1800-EXIT
           IF NT-RECALL-SENT
               GO TO 1650-EXIT
           END-IF
           MOVE LN-BORROWER-NO  TO NT-S-BORROWER-NO
           MOVE LN-BORROWER     TO NT-S-BORROWER
           MOVE LN-BOOK-ID      TO NT-S-BOOK-ID
           MOVE LN-DUE-DATE     TO NT-S-DUE-DATE
           MOVE ZEROS           TO NT-S-DAYS-LATE
           MOVE NT-RECALL-LEVEL TO NT-S-NOTICE-LEVEL
           MOVE LN-BOOK-ID TO BK-BOOK-ID
           READ BookFile
               INVALID KEY
                   MOVE "*UNKNOWN*" TO NT-S-BOOK-NAME
               NOT INVALID KEY
                   MOVE BK-BOOK-NAME TO NT-S-BOOK-NAME
           END-READ
           RELEASE NT-SORT-RECORD.
       1650-EXIT.
           EXIT.

      *****************************************************************
      *  1700-DECIDE-NOTICE-LEVEL - scan NOTIHIST.DAT for the latest
      *  notice already sent for this loan.  None -> level 1.  A
           END-READ
           IF NH-BOOK-ID = LN-BOOK-ID
               AND NH-BORROWER-NO = LN-BORROWER-NO
               AND NOT NH-RECALL-NOTICE
               IF NH-NOTICE-LEVEL > NT-LAST-NOTICE-LEVEL
                   MOVE NH-NOTICE-LEVEL TO NT-LAST-NOTICE-LEVEL
                   MOVE NH-NOTICE-DATE  TO NT-LAST-NOTICE-DATE
       1710-EXIT.
           EXIT.

      *  A recall notice on NOTIHIST for this loan - one dated on or
      *  after the loan date belongs to the loan in hand.
       1800-CHECK-RECALL-SENT.
           MOVE "N" TO NT-RECALL-SENT-SWITCH
           MOVE "N" TO NT-HIST-EOF-SWITCH
           OPEN INPUT NoticeHistFile
           IF NOT NT-HISTFILE-OK
               GO TO 1800-EXIT
           END-IF
           PERFORM 1810-SCAN-ONE-RECALL THRU 1810-EXIT
               UNTIL NT-HIST-EOF OR NT-RECALL-SENT
           CLOSE NoticeHistFile.
       1800-EXIT.
           EXIT.

       1810-SCAN-ONE-RECALL.
           READ NoticeHistFile
               AT END
                   SET NT-HIST-EOF TO TRUE
                   GO TO 1810-EXIT
           END-READ
           IF NH-BOOK-ID = LN-BOOK-ID
               AND NH-BORROWER-NO = LN-BORROWER-NO
               AND NH-RECALL-NOTICE
               AND NH-NOTICE-DATE NOT < LN-LOAN-DATE
               SET NT-RECALL-SENT TO TRUE
           END-IF.
       1810-EXIT.
           EXIT.

       2000-PRINT-LETTERS.
           RETURN SortFile
               AT END
           EXIT.

       2100-PRINT-ONE-NOTICE.
           IF NT-S-NOTICE-LEVEL = NT-RECALL-LEVEL
               MOVE "R" TO NT-LETTER-TYPE
           ELSE
               MOVE "O" TO NT-LETTER-TYPE
           END-IF
           IF NT-FIRST-BORROWER
               PERFORM 2200-OPEN-LETTER THRU 2200-EXIT
           ELSE
               IF NT-S-BORROWER-NO NOT = NT-PRIOR-BORROWER-NO
                   OR NT-LETTER-TYPE NOT = NT-PRIOR-LETTER-TYPE
                   PERFORM 2300-CLOSE-LETTER THRU 2300-EXIT
                   PERFORM 2200-OPEN-LETTER THRU 2200-EXIT
               END-IF
           END-IF
           IF NT-CHANNEL = "P"
               IF NT-LETTER-TYPE = "R"
                   MOVE NT-S-BOOK-NAME TO NT-RL-NAME
                   MOVE NT-S-DUE-DATE  TO NT-RL-DUE-DATE
                   MOVE NT-RECALL-LINE TO NT-PRINT-LINE
               ELSE
                   MOVE NT-S-BOOK-NAME TO NT-BL-NAME
                   MOVE NT-S-DUE-DATE  TO NT-BL-DUE-DATE
                   MOVE NT-S-DAYS-LATE TO NT-BL-DAYS
                   MOVE NT-BOOK-LINE TO NT-PRINT-LINE
               END-IF
               WRITE NT-PRINT-LINE
           ELSE
               PERFORM 2500-WRITE-DISPATCH THRU 2500-EXIT
           END-IF
           PERFORM 2400-RECORD-NOTICE THRU 2400-EXIT
           IF NT-LETTER-TYPE = "R"
               ADD 1 TO NT-RECALL-COUNT
           END-IF
           ADD 1 TO NT-NOTICE-COUNT
           RETURN SortFile
               AT END
       2200-OPEN-LETTER.
           MOVE NT-S-BORROWER-NO TO NT-PRIOR-BORROWER-NO
           MOVE NT-S-BORROWER    TO NT-PRIOR-BORROWER
           MOVE NT-LETTER-TYPE   TO NT-PRIOR-LETTER-TYPE
           MOVE "N" TO NT-FIRST-BORROWER-SWITCH
           PERFORM 2250-GET-CONTACT-PREF THRU 2250-EXIT
           IF NT-CHANNEL NOT = "P"
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO NT-LETTER-COUNT
           MOVE "OVERDUE NOTICE -" TO NT-LH-TITLE
           EVALUATE TRUE
               WHEN NT-LETTER-TYPE = "R"
                   MOVE "RECALL NOTICE -" TO NT-LH-TITLE
                   MOVE "BOOK RECALLED" TO NT-LH-LEVEL
               WHEN NT-S-NOTICE-LEVEL = 2
                   MOVE "FINAL REMINDER" TO NT-LH-LEVEL
               WHEN OTHER
                   MOVE "FIRST REMINDER" TO NT-LH-LEVEL
           END-EVALUATE
           MOVE SPACES TO NT-PRINT-LINE
           WRITE NT-PRINT-LINE
           MOVE "======================================================"
           MOVE NT-S-BORROWER-NO TO NT-AL-BORROWER-NO
           MOVE NT-ADDR-LINE TO NT-PRINT-LINE
           WRITE NT-PRINT-LINE
           IF NT-LETTER-TYPE = "R"
               MOVE "Another reader is waiting for the following"
                   TO NT-PRINT-LINE
               WRITE NT-PRINT-LINE
               MOVE "books - please return them by the date shown:"
                   TO NT-PRINT-LINE
               WRITE NT-PRINT-LINE
           ELSE
               MOVE "The following books are overdue - please return"
                   TO NT-PRINT-LINE
               WRITE NT-PRINT-LINE
               MOVE "them to the library as soon as possible:"
                   TO NT-PRINT-LINE
               WRITE NT-PRINT-LINE
           END-IF
           MOVE SPACES TO NT-PRINT-LINE
           WRITE NT-PRINT-LINE.
       2200-EXIT.
           DISPLAY "BOOKNOTC - " NT-LETTER-COUNT " letter(s), "
                   NT-NOTICE-COUNT " notice(s) in all."
           DISPLAY "Dispatch lines to NOTIDSP.DAT: "
                   NT-DISPATCH-COUNT "."
           DISPLAY "Recall notices among them....: "
                   NT-RECALL-COUNT ".".
       3000-EXIT.
           EXIT.
