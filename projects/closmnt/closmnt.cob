       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLOSMNT.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-14.
       DATE-COMPILED. 2026-10-14.
      *****************************************************************
      *  CLOSMNT
      *
      *  Closed-day calendar maintenance against CLOSEDAY.DAT, in the
      *  style of BRCHMNT - A/U/D transactions keyed at the console
      *  by the desk supervisors.  A type D closing shuts the library
      *  on one date (bank holidays, stocktake); a type W closing
      *  shuts it on one day of every week, 1 Monday through 7
      *  Sunday.  A blank branch closes every branch; a BRANCHES.DAT
      *  code closes that branch only, where its hours differ.
      *  DATE-SVC reads the calendar so BOOKLOAN, ILLMNT and the
      *  renewal transaction roll due dates onto the next open day,
      *  and the overdue fine and BOOKNOTC count open days late only
      *  - the desk stops waiving holiday-weekend fines by hand.  An
      *  update changes the description only; to move a closing,
      *  delete it and add it again.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-14  jg  Original program, introduced with the
      *                  closed-day calendar.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CalendarFile ASSIGN TO "CLOSEDAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CLOSED-KEY
               FILE STATUS IS CW-CALFILE-STATUS.
           SELECT BranchFile ASSIGN TO "BRANCHES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-BRANCH-CODE
               FILE STATUS IS CW-BRNFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CalendarFile.
       COPY CLOSEDAY.

       FD BranchFile.
       COPY BRCHREC.

       WORKING-STORAGE SECTION.
       01  CW-CALFILE-STATUS         PIC X(02).
           88  CW-CALFILE-OK         VALUE "00".
           88  CW-CALFILE-NEW        VALUE "35".

       01  CW-BRNFILE-STATUS         PIC X(02).
           88  CW-BRNFILE-OK         VALUE "00".

       01  CW-BRANCHES-SWITCH        PIC X(01) VALUE "N".
           88  CW-BRANCHES-ON-FILE   VALUE "Y".

       01  CW-FOUND-SWITCH           PIC X(01).
           88  CW-RECORD-FOUND       VALUE "Y".

       01  CW-KEY-OK-SWITCH          PIC X(01).
           88  CW-KEY-OK             VALUE "Y".

       COPY DATESVCA.

       01  CW-TXN-LINE.
           05  CW-TXN-CODE           PIC X(01).
               88  CW-ADD-TXN        VALUE "A" "a".
               88  CW-UPDATE-TXN     VALUE "U" "u".
               88  CW-DELETE-TXN     VALUE "D" "d".
           05  CW-TXN-BRANCH         PIC X(03).
           05  CW-TXN-TYPE           PIC X(01).
               88  CW-TXN-DATED      VALUE "D" "d".
               88  CW-TXN-WEEKLY     VALUE "W" "w".
           05  CW-TXN-DATE           PIC 9(08).
           05  CW-TXN-WEEKDAY        PIC 9(01).
               88  CW-TXN-WEEKDAY-OK VALUE 1 THRU 7.
           05  CW-TXN-DESCRIPTION    PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF CW-CALFILE-OK
               DISPLAY "Enter closed-day transactions below.  Enter"
               DISPLAY "no data to end.  Type D closes one date, W"
               DISPLAY "one weekday (1 Mon - 7 Sun); blank branch"
               DISPLAY "closes every branch."
               PERFORM 2000-GET-CLOSING-TXN THRU 2000-EXIT
               PERFORM 2100-PROCESS-CLOSING-TXN THRU 2100-EXIT
                   UNTIL CW-TXN-LINE = SPACES
               CLOSE CalendarFile
               IF CW-BRANCHES-ON-FILE
                   CLOSE BranchFile
               END-IF
           END-IF
           GOBACK.

       1000-INITIALIZE.
           OPEN I-O CalendarFile
           IF CW-CALFILE-NEW
               OPEN OUTPUT CalendarFile
               CLOSE CalendarFile
               OPEN I-O CalendarFile
           END-IF
           IF NOT CW-CALFILE-OK
               DISPLAY "CLOSEDAY.DAT OPEN failed - status "
                       CW-CALFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
      *    Branch codes are checked against BRANCHES.DAT when the
      *    table is on file, the way WRITE-FILE checks BK-BRANCH.
           OPEN INPUT BranchFile
           IF CW-BRNFILE-OK
               SET CW-BRANCHES-ON-FILE TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-GET-CLOSING-TXN.
           DISPLAY "Enter - Txn(A/U/D), Branch, Type(D/W), Date"
           DISPLAY "(D), Weekday (W), Description"
           DISPLAY "TBBBYDDDDDDDDWNNNNNNNNNNNNNNNNNNNNNNNNNNNNNN"
           ACCEPT  CW-TXN-LINE.
       2000-EXIT.
           EXIT.

       2100-PROCESS-CLOSING-TXN.
           EVALUATE TRUE
               WHEN CW-ADD-TXN
                   PERFORM 2200-ADD-CLOSING THRU 2200-EXIT
               WHEN CW-UPDATE-TXN
                   PERFORM 2300-UPDATE-CLOSING THRU 2300-EXIT
               WHEN CW-DELETE-TXN
                   PERFORM 2400-DELETE-CLOSING THRU 2400-EXIT
               WHEN OTHER
                   DISPLAY "Unknown transaction code - ignored."
           END-EVALUATE
           PERFORM 2000-GET-CLOSING-TXN THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

       2200-ADD-CLOSING.
           PERFORM 2500-BUILD-KEY THRU 2500-EXIT
           IF NOT CW-KEY-OK
               GO TO 2200-EXIT
           END-IF
           IF CW-TXN-BRANCH NOT = SPACES
               AND CW-BRANCHES-ON-FILE
               MOVE CW-TXN-BRANCH TO BN-BRANCH-CODE
               READ BranchFile
                   INVALID KEY
                       DISPLAY "Branch " CW-TXN-BRANCH " not on"
                               " BRANCHES.DAT - see BRCHMNT."
                       GO TO 2200-EXIT
               END-READ
           END-IF
           MOVE CW-TXN-DESCRIPTION TO CD-DESCRIPTION
           WRITE CD-CLOSED-RECORD
               INVALID KEY
                   DISPLAY "That closing is already on file."
               NOT INVALID KEY
                   DISPLAY "Closing added."
           END-WRITE.
       2200-EXIT.
           EXIT.

       2300-UPDATE-CLOSING.
           PERFORM 2500-BUILD-KEY THRU 2500-EXIT
           IF NOT CW-KEY-OK
               GO TO 2300-EXIT
           END-IF
           MOVE "N" TO CW-FOUND-SWITCH
           READ CalendarFile
               INVALID KEY
                   DISPLAY "Closing not found."
               NOT INVALID KEY
                   MOVE "Y" TO CW-FOUND-SWITCH
           END-READ
           IF CW-RECORD-FOUND
               MOVE CW-TXN-DESCRIPTION TO CD-DESCRIPTION
               REWRITE CD-CLOSED-RECORD
                   INVALID KEY
                       DISPLAY "Closing not rewritten."
                   NOT INVALID KEY
                       DISPLAY "Closing updated."
               END-REWRITE
           END-IF.
       2300-EXIT.
           EXIT.

       2400-DELETE-CLOSING.
           PERFORM 2500-BUILD-KEY THRU 2500-EXIT
           IF NOT CW-KEY-OK
               GO TO 2400-EXIT
           END-IF
           MOVE "N" TO CW-FOUND-SWITCH
           READ CalendarFile
               INVALID KEY
                   DISPLAY "Closing not found."
               NOT INVALID KEY
                   MOVE "Y" TO CW-FOUND-SWITCH
           END-READ
           IF CW-RECORD-FOUND
               DELETE CalendarFile
                   INVALID KEY
                       DISPLAY "Closing not deleted."
                   NOT INVALID KEY
                       DISPLAY "Closing removed."
               END-DELETE
           END-IF.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2500-BUILD-KEY - check the keyed type and date or weekday
      *  and set up CD-CLOSED-KEY.  A weekly closing carries its
      *  weekday in the last digit of the date field, zeros ahead
      *  of it.
      *****************************************************************
       2500-BUILD-KEY.
           MOVE "N" TO CW-KEY-OK-SWITCH
           MOVE CW-TXN-BRANCH TO CD-BRANCH
           EVALUATE TRUE
               WHEN CW-TXN-DATED
                   MOVE "V" TO DS-FUNCTION
                   MOVE CW-TXN-DATE TO DS-DATE-1
                   CALL "DATE-SVC" USING DS-DATE-SVC-AREA
                   END-CALL
                   IF DS-STATUS NOT = "00"
                       DISPLAY "Date " CW-TXN-DATE " is not a valid"
                               " date - transaction ignored."
                       GO TO 2500-EXIT
                   END-IF
                   MOVE "D" TO CD-TYPE
                   MOVE CW-TXN-DATE TO CD-CLOSED-DATE
               WHEN CW-TXN-WEEKLY
                   IF CW-TXN-WEEKDAY IS NOT NUMERIC
                       OR NOT CW-TXN-WEEKDAY-OK
                       DISPLAY "Weekday must be 1 (Monday) through 7"
                               " (Sunday) - transaction ignored."
                       GO TO 2500-EXIT
                   END-IF
                   MOVE "W" TO CD-TYPE
                   MOVE ZEROS TO CD-CLOSED-DATE
                   MOVE CW-TXN-WEEKDAY TO CD-WEEKDAY
               WHEN OTHER
                   DISPLAY "Type must be D (date) or W (weekly) -"
                           " transaction ignored."
                   GO TO 2500-EXIT
           END-EVALUATE
           SET CW-KEY-OK TO TRUE.
       2500-EXIT.
           EXIT.
