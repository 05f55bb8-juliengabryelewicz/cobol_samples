      *                  with RC 8 like every other updater,
      *                  instead of proceeding and releasing a
      *                  lock it never held.
      *  2026-10-14  jg  ILL due dates, set or keyed, roll forward to
      *                  the next open day on the CLOSEDAY.DAT
      *                  calendar.  Interlibrary loans run from the
      *                  central desk, so the library-wide closings
      *                  apply.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *  A zero due date means "the standard ILL period" - today
      *  plus the period through DATE-SVC.  A keyed due date must be
      *  a real calendar date, the way BOOKLOAN validates one.
      *  Either way a date the library is closed rolls on to the
      *  next open day.
       2600-SET-DUE-DATE.
           MOVE SPACES TO DS-BRANCH
           IF IM2-WORK-DUE-DATE = ZEROS
               MOVE "D" TO DS-FUNCTION
               MOVE IM2-SYSTEM-DATE TO DS-DATE-1
               MOVE IM2-ILL-PERIOD-DAYS TO DS-DAYS
               CALL "DATE-SVC" USING DS-DATE-SVC-AREA
               IF DS-STATUS NOT = "00"
                   DISPLAY "Due date " IM2-WORK-DUE-DATE " is not a"
                           " valid date - transaction ignored."
                   GO TO 2600-EXIT
               END-IF
               MOVE "N" TO DS-FUNCTION
               CALL "DATE-SVC" USING DS-DATE-SVC-AREA
               END-CALL
               IF DS-STATUS NOT = "00"
                   DISPLAY "Due date could not be rolled -"
                           " status " DS-STATUS "."
                   GO TO 2600-EXIT
               END-IF
               IF DS-DATE-2 NOT = IM2-WORK-DUE-DATE
                   MOVE DS-DATE-2 TO IM2-WORK-DUE-DATE
                   DISPLAY "Library closed that day - due date moved"
                           " to " IM2-WORK-DUE-DATE "."
               END-IF
           END-IF.
       2600-EXIT.
