       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SURVMNT.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  SURVMNT
      *
      *  Mandatory check-in survey maintenance against SURVREQ.DAT,
      *  in the style of DEPRMNT - A/D transactions keyed at the
      *  console, one line per operator role (L, M or R, as on
      *  OPERMAST.DAT) and survey id that role must complete each
      *  session.  The survey must have questions on QUESTMST.DAT.
      *  CHKINRPT reports the sessions that ended without them.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program, introduced with the
      *                  check-in compliance report.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RequireFile ASSIGN TO "SURVREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQUIRE-KEY
               FILE STATUS IS QR-REQFILE-STATUS.
           SELECT QuestionFile ASSIGN TO "QUESTMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QR-QUESTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RequireFile.
       COPY SURVREQ.

       FD QuestionFile.
       COPY QUESTMST.

       WORKING-STORAGE SECTION.
       01  QR-REQFILE-STATUS         PIC X(02).
           88  QR-REQFILE-OK         VALUE "00".
           88  QR-REQFILE-NEW        VALUE "35".

       01  QR-QUESTFILE-STATUS       PIC X(02).
           88  QR-QUESTFILE-OK       VALUE "00".

       01  QR-FOUND-SWITCH           PIC X(01).
           88  QR-RECORD-FOUND       VALUE "Y".

       01  QR-SURVEY-OK-SWITCH       PIC X(01).
           88  QR-SURVEY-OK          VALUE "Y".

       01  QR-TXN-LINE.
           05  QR-TXN-CODE           PIC X(01).
               88  QR-ADD-TXN        VALUE "A" "a".
               88  QR-DELETE-TXN     VALUE "D" "d".
           05  QR-TXN-ROLE           PIC X(01).
               88  QR-ROLE-VALID     VALUE "L" "M" "R".
           05  QR-TXN-SURVEY         PIC X(03).

       COPY CURROPER.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF QR-REQFILE-OK
               DISPLAY "Enter requirement transactions below.  Enter"
               DISPLAY "no data to end."
               PERFORM 2000-GET-REQ-TXN THRU 2000-EXIT
               PERFORM 2100-PROCESS-REQ-TXN THRU 2100-EXIT
                   UNTIL QR-TXN-LINE = SPACES
               CLOSE RequireFile
           END-IF
           GOBACK.

       1000-INITIALIZE.
           OPEN I-O RequireFile
           IF QR-REQFILE-NEW
               OPEN OUTPUT RequireFile
               CLOSE RequireFile
               OPEN I-O RequireFile
           END-IF
           IF NOT QR-REQFILE-OK
               DISPLAY "SURVREQ.DAT OPEN failed - status "
                       QR-REQFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           CALL "GETOPER" USING CO-CURRENT-OPER-AREA
           END-CALL.
       1000-EXIT.
           EXIT.

       2000-GET-REQ-TXN.
           DISPLAY "Enter - Txn(A/D), Role (L/M/R), Survey id"
           DISPLAY "TRSSS"
           ACCEPT  QR-TXN-LINE.
       2000-EXIT.
           EXIT.

       2100-PROCESS-REQ-TXN.
           INSPECT QR-TXN-ROLE CONVERTING "lmr" TO "LMR"
           EVALUATE TRUE
               WHEN QR-ADD-TXN
                   PERFORM 2200-ADD-REQUIREMENT THRU 2200-EXIT
               WHEN QR-DELETE-TXN
                   PERFORM 2300-DELETE-REQUIREMENT THRU 2300-EXIT
               WHEN OTHER
                   DISPLAY "Unknown transaction code - ignored."
           END-EVALUATE
           PERFORM 2000-GET-REQ-TXN THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

       2200-ADD-REQUIREMENT.
           IF NOT QR-ROLE-VALID
               DISPLAY "Role must be L (load), M (maintain) or R"
                       " (report)."
               GO TO 2200-EXIT
           END-IF
           IF QR-TXN-SURVEY = SPACES
               DISPLAY "Survey id must not be blank."
               GO TO 2200-EXIT
           END-IF
           PERFORM 2500-CHECK-SURVEY THRU 2500-EXIT
           IF NOT QR-SURVEY-OK
               DISPLAY "Survey " QR-TXN-SURVEY " has no questions on"
                       " QUESTMST.DAT."
               GO TO 2200-EXIT
           END-IF
           MOVE QR-TXN-ROLE   TO RQ-ROLE
           MOVE QR-TXN-SURVEY TO RQ-SURVEY-ID
           ACCEPT RQ-ADDED-DATE FROM DATE YYYYMMDD
           MOVE CO-OPER-ID    TO RQ-ADDED-BY
           WRITE RQ-REQUIRE-RECORD
               INVALID KEY
                   DISPLAY "Survey " QR-TXN-SURVEY " is already"
                           " required of role " QR-TXN-ROLE "."
               NOT INVALID KEY
                   DISPLAY "Survey " QR-TXN-SURVEY " now required"
                           " of role " QR-TXN-ROLE "."
           END-WRITE.
       2200-EXIT.
           EXIT.

       2300-DELETE-REQUIREMENT.
           MOVE QR-TXN-ROLE   TO RQ-ROLE
           MOVE QR-TXN-SURVEY TO RQ-SURVEY-ID
           MOVE "N" TO QR-FOUND-SWITCH
           READ RequireFile
               INVALID KEY
                   DISPLAY "Survey " QR-TXN-SURVEY " is not required"
                           " of role " QR-TXN-ROLE "."
               NOT INVALID KEY
                   MOVE "Y" TO QR-FOUND-SWITCH
           END-READ
           IF QR-RECORD-FOUND
               DELETE RequireFile
                   INVALID KEY
                       DISPLAY "Requirement not deleted."
                   NOT INVALID KEY
                       DISPLAY "Survey " QR-TXN-SURVEY " no longer"
                               " required of role " QR-TXN-ROLE "."
               END-DELETE
           END-IF.
       2300-EXIT.
           EXIT.

      *  QUESTMST.DAT is a short sequential file - the survey is
      *  real if any question carries its id.
       2500-CHECK-SURVEY.
           MOVE "N" TO QR-SURVEY-OK-SWITCH
           OPEN INPUT QuestionFile
           IF NOT QR-QUESTFILE-OK
               GO TO 2500-EXIT
           END-IF
           PERFORM 2510-CHECK-ONE-QUESTION THRU 2510-EXIT
               UNTIL QR-SURVEY-OK OR NOT QR-QUESTFILE-OK
           CLOSE QuestionFile.
       2500-EXIT.
           EXIT.

       2510-CHECK-ONE-QUESTION.
           READ QuestionFile
               AT END
                   MOVE "10" TO QR-QUESTFILE-STATUS
                   GO TO 2510-EXIT
           END-READ
           IF QM-SURVEY-ID = QR-TXN-SURVEY
               MOVE "Y" TO QR-SURVEY-OK-SWITCH
           END-IF.
       2510-EXIT.
           EXIT.
