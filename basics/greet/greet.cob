      *                  production, behind a loud TRAINING banner.
      *                  A sign-off clears the switch, so training
      *                  cannot leak into the next session.
      *  2026-10-15  jg  A trainee (see OPERMNT) is not asked - the
      *                  sign-on sets training mode for them until a
      *                  supervisor signs them off for live access.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  GR-NEW-PIN            PIC X(04).
       01  GR-PIN-FORCED-SWITCH  PIC X(01).
           88  GR-PIN-FORCED     VALUE "Y".
       01  GR-TRAINEE-SWITCH     PIC X(01) VALUE "N".
           88  GR-TRAINEE-SIGNON VALUE "Y".

       COPY DATESVCA.

               INVALID KEY
                   DISPLAY "Operator record not rewritten."
           END-REWRITE
           IF OM-TRAINEE
               MOVE "Y" TO GR-TRAINEE-SWITCH
           END-IF
           CLOSE OperatorFile
           MOVE "Y" TO GR-SIGNON-OK-SWITCH.
       1100-EXIT.
      *  sets the shared TRAIN-SVC switch, so the converted desk
      *  programs open the TR* practice set behind the TRAINING
      *  banner; anything else clears it and the session runs
      *  against production.  A trainee not yet signed off gets the
      *  practice set without being asked.
      *****************************************************************
       2400-ASK-TRAINING-MODE.
           IF GR-TRAINEE-SIGNON
               DISPLAY "Trainee - practice files only until signed"
                       " off for live access."
               MOVE "Y" TO GR-TRAIN-ANSWER
           ELSE
               DISPLAY "Training mode - practice files only (Y/N) : "
                   WITH NO ADVANCING
               ACCEPT GR-TRAIN-ANSWER
           END-IF
           IF GR-TRAIN-KEYED
               MOVE "S" TO TM-FUNCTION
               CALL "TRAIN-SVC" USING TM-TRAIN-SVC-AREA
