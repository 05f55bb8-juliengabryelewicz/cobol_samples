       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BLOCK-SVC.
       AUTHOR.        Julien Gabryelewicz.
       INSTALLATION.  Shared Toolkit Services.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  BLOCK-SVC
      *
      *  Shared borrower block check, in the style of FINE-SVC.
      *  Reads a borrower's blocks on BORRBLK.DAT (see BLOCKREC
      *  member) and hands back the ones in force, each with what
      *  its type on BLKTYPE.DAT stops, so BOOKLOAN, BOOKHOLD and
      *  BOOKINQ show the desk the same blocks and enforce them the
      *  same way.  A block is in force from its start date through
      *  its expiry date - one past its expiry has lapsed here
      *  already, whether or not the night's BLOCKSWP has marked it
      *  yet.  A block whose type is missing from BLKTYPE.DAT stops
      *  everything: somebody set it as a block, and the desk must
      *  ask rather than lend.  Opens and closes the files on every
      *  call, matching FINE-SVC; an absent BORRBLK.DAT is status 02
      *  and no blocks.  Under the TRAIN-SVC training switch the
      *  blocks are the TRBORBLK.DAT practice file.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original subprogram.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BlockFile ASSIGN TO BI-BLOCKFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BB-BLOCK-KEY
               FILE STATUS IS BI-BLOCKFILE-STATUS.
           SELECT BlockTypeFile ASSIGN TO "BLKTYPE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BE-BLOCK-TYPE
               FILE STATUS IS BI-TYPEFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BlockFile.
       COPY BLOCKREC.

       FD  BlockTypeFile.
       COPY BLKTYPE.

       WORKING-STORAGE SECTION.
       01  BI-BLOCKFILE-NAME                PIC X(12)
           VALUE "BORRBLK.DAT".

       COPY TRAINSVC.

       01  BI-BLOCKFILE-STATUS              PIC X(02).
           88  BI-BLOCKFILE-OK              VALUE "00".

       01  BI-TYPEFILE-STATUS               PIC X(02).
           88  BI-TYPEFILE-OK               VALUE "00".

       01  BI-TYPES-OPEN-SWITCH             PIC X(01).
           88  BI-TYPES-OPEN                VALUE "Y".

       01  BI-BLOCK-EOF-SWITCH              PIC X(01).
           88  BI-BLOCK-EOF                 VALUE "Y".

       01  BI-TYPE-FOUND-SWITCH             PIC X(01).
           88  BI-TYPE-FOUND                VALUE "Y".

       01  BI-BLOCK-MAX                     PIC 9(02) VALUE 9.
       01  BI-POINTER                       PIC 9(02).

       LINKAGE SECTION.
       COPY BLOCKSVA.

       PROCEDURE DIVISION USING BA-BLOCK-SVC-AREA.
       0000-MAINLINE.
           MOVE "Q" TO TM-FUNCTION
           CALL "TRAIN-SVC" USING TM-TRAIN-SVC-AREA
           END-CALL
           IF TM-TRAINING-ON
               MOVE "TRBORBLK.DAT" TO BI-BLOCKFILE-NAME
           ELSE
               MOVE "BORRBLK.DAT" TO BI-BLOCKFILE-NAME
           END-IF
           MOVE "00" TO BA-STATUS
           MOVE "N" TO BA-STOPS-LOANS BA-STOPS-HOLDS
                       BA-STOPS-RENEWALS
           MOVE ZEROS TO BA-BLOCK-COUNT
           IF BA-AS-OF-DATE NOT NUMERIC
               OR BA-AS-OF-DATE = ZEROS
               ACCEPT BA-AS-OF-DATE FROM DATE YYYYMMDD
           END-IF
           IF BA-FUNCTION = "C"
               PERFORM 1000-CHECK-BORROWER THRU 1000-EXIT
           ELSE
               MOVE "09" TO BA-STATUS
           END-IF
           GOBACK.

      *****************************************************************
      *  1000-CHECK-BORROWER - the borrower's blocks sit together
      *  under the leading BorrowerNo of the key, so one START and a
      *  read forward until the number changes finds them all.
      *****************************************************************
       1000-CHECK-BORROWER.
           OPEN INPUT BlockFile
           IF NOT BI-BLOCKFILE-OK
               MOVE "02" TO BA-STATUS
               GO TO 1000-EXIT
           END-IF
           MOVE "N" TO BI-TYPES-OPEN-SWITCH
           OPEN INPUT BlockTypeFile
           IF BI-TYPEFILE-OK
               SET BI-TYPES-OPEN TO TRUE
           END-IF
           MOVE "N" TO BI-BLOCK-EOF-SWITCH
           MOVE BA-BORROWER-NO TO BB-BORROWER-NO
           MOVE LOW-VALUES TO BB-BLOCK-TYPE
           START BlockFile KEY NOT < BB-BLOCK-KEY
               INVALID KEY
                   SET BI-BLOCK-EOF TO TRUE
           END-START
           PERFORM 1100-CHECK-ONE-BLOCK THRU 1100-EXIT
               UNTIL BI-BLOCK-EOF
           IF BI-TYPES-OPEN
               CLOSE BlockTypeFile
           END-IF
           CLOSE BlockFile.
       1000-EXIT.
           EXIT.

       1100-CHECK-ONE-BLOCK.
           READ BlockFile NEXT RECORD
               AT END
                   SET BI-BLOCK-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF BB-BORROWER-NO NOT = BA-BORROWER-NO
               SET BI-BLOCK-EOF TO TRUE
               GO TO 1100-EXIT
           END-IF
           IF NOT BB-ACTIVE
               OR BB-START-DATE > BA-AS-OF-DATE
               GO TO 1100-EXIT
           END-IF
           IF BB-EXPIRY-DATE > ZEROS
               AND BB-EXPIRY-DATE < BA-AS-OF-DATE
               GO TO 1100-EXIT
           END-IF
           PERFORM 1200-GET-BLOCK-TYPE THRU 1200-EXIT
           IF BE-LOANS-STOPPED
               MOVE "Y" TO BA-STOPS-LOANS
           END-IF
           IF BE-HOLDS-STOPPED
               MOVE "Y" TO BA-STOPS-HOLDS
           END-IF
           IF BE-RENEWALS-STOPPED
               MOVE "Y" TO BA-STOPS-RENEWALS
           END-IF
      *    A borrower with more blocks than the table holds is still
      *    stopped by all of them - only the display is cut short.
           IF BA-BLOCK-COUNT NOT < BI-BLOCK-MAX
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO BA-BLOCK-COUNT
           MOVE BB-BLOCK-TYPE     TO BA-BL-TYPE (BA-BLOCK-COUNT)
           MOVE BE-DESCRIPTION
               TO BA-BL-DESCRIPTION (BA-BLOCK-COUNT)
           MOVE BB-REASON         TO BA-BL-REASON (BA-BLOCK-COUNT)
           MOVE BB-SET-BY         TO BA-BL-SET-BY (BA-BLOCK-COUNT)
           MOVE BB-START-DATE
               TO BA-BL-START-DATE (BA-BLOCK-COUNT)
           MOVE BB-EXPIRY-DATE
               TO BA-BL-EXPIRY-DATE (BA-BLOCK-COUNT)
           PERFORM 1300-BUILD-STOPS-TEXT THRU 1300-EXIT.
       1100-EXIT.
           EXIT.

       1200-GET-BLOCK-TYPE.
           MOVE "N" TO BI-TYPE-FOUND-SWITCH
           IF BI-TYPES-OPEN
               MOVE BB-BLOCK-TYPE TO BE-BLOCK-TYPE
               READ BlockTypeFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO BI-TYPE-FOUND-SWITCH
               END-READ
           END-IF
           IF NOT BI-TYPE-FOUND
               MOVE BB-BLOCK-TYPE TO BE-BLOCK-TYPE
               MOVE "*TYPE NOT ON BLKTYPE.DAT*" TO BE-DESCRIPTION
               MOVE "Y" TO BE-STOPS-LOANS BE-STOPS-HOLDS
                           BE-STOPS-RENEWALS
           END-IF.
       1200-EXIT.
           EXIT.

       1300-BUILD-STOPS-TEXT.
           MOVE SPACES TO BA-BL-STOPS (BA-BLOCK-COUNT)
           IF NOT BE-LOANS-STOPPED
               AND NOT BE-HOLDS-STOPPED
               AND NOT BE-RENEWALS-STOPPED
               MOVE "NOTE ONLY" TO BA-BL-STOPS (BA-BLOCK-COUNT)
               GO TO 1300-EXIT
           END-IF
           MOVE 1 TO BI-POINTER
           IF BE-LOANS-STOPPED
               STRING "LOANS " DELIMITED BY SIZE
                   INTO BA-BL-STOPS (BA-BLOCK-COUNT)
                   WITH POINTER BI-POINTER
               END-STRING
           END-IF
           IF BE-HOLDS-STOPPED
               STRING "HOLDS " DELIMITED BY SIZE
                   INTO BA-BL-STOPS (BA-BLOCK-COUNT)
                   WITH POINTER BI-POINTER
               END-STRING
           END-IF
           IF BE-RENEWALS-STOPPED
               STRING "RENEWALS" DELIMITED BY SIZE
                   INTO BA-BL-STOPS (BA-BLOCK-COUNT)
                   WITH POINTER BI-POINTER
               END-STRING
           END-IF.
       1300-EXIT.
           EXIT.
