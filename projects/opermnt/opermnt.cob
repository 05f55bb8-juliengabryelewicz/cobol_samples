      *                  now stamps OM-PIN-CHANGED-DATE so GREET's
      *                  PIN aging starts from the day the PIN was
      *                  actually set.
      *  2026-10-15  jg  Trainees.  An add or update keyed with Y in
      *                  the trainee column registers the operator
      *                  as a trainee, whom GREET keeps on the
      *                  practice files.  A new S (sign-off)
      *                  transaction, keyed by a supervisor signed
      *                  on with role M, gives the trainee live
      *                  access once TRNPASS.DAT holds a pass for
      *                  every task TRNSCRPT.DAT sets them (see
      *                  TRNSCORE), stamping the date and the
      *                  supervisor on the operator record.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-OPER-ID
               FILE STATUS IS ON-OPERFILE-STATUS.
           SELECT ScriptFile ASSIGN TO "TRNSCRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ON-SCRFILE-STATUS.
           SELECT PassFile ASSIGN TO "TRNPASS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TA-PASS-KEY
               FILE STATUS IS ON-PASSFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OperatorFile.
       COPY OPERREC.

       FD ScriptFile.
       COPY TRNSCRPT.

       FD PassFile.
       COPY TRNPASS.

       WORKING-STORAGE SECTION.
       01  ON-OPERFILE-STATUS        PIC X(02).
           88  ON-OPERFILE-OK        VALUE "00".
           88  ON-OPERFILE-NEW      VALUE "35".

       01  ON-SCRFILE-STATUS         PIC X(02).
           88  ON-SCRFILE-OK         VALUE "00".

       01  ON-PASSFILE-STATUS        PIC X(02).
           88  ON-PASSFILE-OK        VALUE "00".

       01  ON-SCRIPT-EOF-SWITCH      PIC X(01).
           88  ON-SCRIPT-EOF         VALUE "Y".

       01  ON-TASKS-SET              PIC 9(03).
       01  ON-TASKS-PASSED           PIC 9(03).

       01  ON-FOUND-SWITCH           PIC X(01).
           88  ON-RECORD-FOUND       VALUE "Y".

               88  ON-UPDATE-TXN     VALUE "U" "u".
               88  ON-DELETE-TXN     VALUE "D" "d".
               88  ON-UNLOCK-TXN     VALUE "K" "k".
               88  ON-SIGNOFF-TXN    VALUE "S" "s".
           05  ON-TXN-OPER-ID        PIC X(08).
           05  ON-TXN-PIN            PIC X(04).
           05  ON-TXN-ROLE           PIC X(01).
           05  ON-TXN-TRAINEE        PIC X(01).

       COPY CURROPER.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           EXIT.

       2000-GET-OPER-TXN.
           DISPLAY "Enter - Txn(A/U/D/K/S), OperId, Pin, Role(L/M/R),"
                   " Trainee(Y/N)"
           DISPLAY "TIIIIIIIIPPPPRY"
           ACCEPT  ON-TXN-LINE.
       2000-EXIT.
           EXIT.
                   PERFORM 2400-DELETE-OPERATOR THRU 2400-EXIT
               WHEN ON-UNLOCK-TXN
                   PERFORM 2500-UNLOCK-OPERATOR THRU 2500-EXIT
               WHEN ON-SIGNOFF-TXN
                   PERFORM 2700-SIGN-OFF-TRAINEE THRU 2700-EXIT
               WHEN OTHER
                   DISPLAY "Unknown transaction code - ignored."
           END-EVALUATE
           MOVE ZEROS          TO OM-FAIL-COUNT
           MOVE "N"            TO OM-LOCK-SWITCH
           MOVE ON-SYSTEM-DATE TO OM-PIN-CHANGED-DATE
           IF ON-TXN-TRAINEE = "Y"
               MOVE "Y" TO OM-TRAINEE-SWITCH
           ELSE
               MOVE "N" TO OM-TRAINEE-SWITCH
           END-IF
           MOVE ZEROS          TO OM-SIGNOFF-DATE
           MOVE SPACES         TO OM-SIGNOFF-BY
           WRITE OM-OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "Operator " ON-TXN-OPER-ID
                   OR ON-TXN-ROLE = "R"
                   MOVE ON-TXN-ROLE TO OM-OPER-ROLE
               END-IF
      *        Back to trainee, for retraining - only a sign-off
      *        takes the flag away again.
               IF ON-TXN-TRAINEE = "Y"
                   MOVE "Y"    TO OM-TRAINEE-SWITCH
                   MOVE ZEROS  TO OM-SIGNOFF-DATE
                   MOVE SPACES TO OM-SIGNOFF-BY
               END-IF
               REWRITE OM-OPERATOR-RECORD
                   INVALID KEY
                       DISPLAY "Operator " ON-TXN-OPER-ID
           END-READ.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  2700-SIGN-OFF-TRAINEE - live access for a trainee, given by
      *  a supervisor other than the trainee, once every task the
      *  exercise script sets them has a pass on file.
      *****************************************************************
       2700-SIGN-OFF-TRAINEE.
           CALL "GETOPER" USING CO-CURRENT-OPER-AREA
           END-CALL
           IF CO-OPER-ROLE NOT = "M"
               DISPLAY "Sign-off needs a supervisor signed on with"
                       " role M."
               GO TO 2700-EXIT
           END-IF
           IF CO-OPER-ID = ON-TXN-OPER-ID
               DISPLAY "A trainee cannot sign themselves off."
               GO TO 2700-EXIT
           END-IF
           PERFORM 2600-READ-OPERATOR THRU 2600-EXIT
           IF NOT ON-RECORD-FOUND
               GO TO 2700-EXIT
           END-IF
           IF NOT OM-TRAINEE
               DISPLAY "Operator " ON-TXN-OPER-ID " is not a"
                       " trainee."
               GO TO 2700-EXIT
           END-IF
           PERFORM 2800-COUNT-PASSES THRU 2800-EXIT
           IF ON-TASKS-SET = ZEROS
               DISPLAY "No exercises on TRNSCRPT.DAT for "
                       ON-TXN-OPER-ID " - not signed off."
               GO TO 2700-EXIT
           END-IF
           IF ON-TASKS-PASSED < ON-TASKS-SET
               DISPLAY "Operator " ON-TXN-OPER-ID " has passed "
                       ON-TASKS-PASSED " of " ON-TASKS-SET
                       " exercises - not signed off."
               GO TO 2700-EXIT
           END-IF
           MOVE "N"            TO OM-TRAINEE-SWITCH
           MOVE ON-SYSTEM-DATE TO OM-SIGNOFF-DATE
           MOVE CO-OPER-ID     TO OM-SIGNOFF-BY
           REWRITE OM-OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "Operator " ON-TXN-OPER-ID
                           " not rewritten."
               NOT INVALID KEY
                   DISPLAY "Operator " ON-TXN-OPER-ID
                           " signed off for live access."
           END-REWRITE.
       2700-EXIT.
           EXIT.

       2800-COUNT-PASSES.
           MOVE ZEROS TO ON-TASKS-SET ON-TASKS-PASSED
           OPEN INPUT ScriptFile
           IF NOT ON-SCRFILE-OK
               GO TO 2800-EXIT
           END-IF
           OPEN INPUT PassFile
           IF NOT ON-PASSFILE-OK
               CLOSE ScriptFile
               GO TO 2800-EXIT
           END-IF
           MOVE "N" TO ON-SCRIPT-EOF-SWITCH
           PERFORM 2810-CHECK-ONE-TASK THRU 2810-EXIT
               UNTIL ON-SCRIPT-EOF
           CLOSE ScriptFile
           CLOSE PassFile.
       2800-EXIT.
           EXIT.

       2810-CHECK-ONE-TASK.
           READ ScriptFile
               AT END
                   SET ON-SCRIPT-EOF TO TRUE
                   GO TO 2810-EXIT
           END-READ
           IF TS-TRAINEE-ID NOT = ON-TXN-OPER-ID
               GO TO 2810-EXIT
           END-IF
           ADD 1 TO ON-TASKS-SET
           MOVE TS-TRAINEE-ID TO TA-TRAINEE-ID
           MOVE TS-TASK-NO    TO TA-TASK-NO
           READ PassFile
               NOT INVALID KEY
                   ADD 1 TO ON-TASKS-PASSED
           END-READ.
       2810-EXIT.
           EXIT.
