       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BLOCKRPT.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  BLOCKRPT
      *
      *  Active borrower blocks.  Every block on BORRBLK.DAT (see
      *  BLOCKREC) in force today is listed by block type, then by
      *  the borrower's home branch on BORROWER.DAT, then
      *  BorrowerNo - with the borrower's name, the start and expiry
      *  dates, who set it and the reason.  Each type closes with
      *  its count and what the type stops on BLKTYPE.DAT.  A block
      *  set to start later, or past its expiry and waiting for
      *  BLOCKSWP, is left off and counted at the end.  Every line
      *  also goes to the BURST-SVC work file under the borrower's
      *  branch so RPTBURST can give each desk its own list, in the
      *  style of CLAIMRPT.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program, introduced with borrower
      *                  blocks.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BlockFile ASSIGN TO "BORRBLK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BB-BLOCK-KEY
               FILE STATUS IS KR-BLOCKFILE-STATUS.
           SELECT BlockTypeFile ASSIGN TO "BLKTYPE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BE-BLOCK-TYPE
               FILE STATUS IS KR-TYPEFILE-STATUS.
           SELECT BorrowerFile ASSIGN TO "BORROWER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BW-BORROWER-NO
               FILE STATUS IS KR-BORRFILE-STATUS.
           SELECT SortFile ASSIGN TO "BLOCKRPT.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD BlockFile.
       COPY BLOCKREC.

       FD BlockTypeFile.
       COPY BLKTYPE.

       FD BorrowerFile.
       COPY BORRREC.

       SD SortFile.
       01  KR-SORT-RECORD.
           05  KR-S-BLOCK-TYPE       PIC X(02).
           05  KR-S-BRANCH           PIC X(03).
           05  KR-S-BORROWER-NO      PIC 9(05).
           05  KR-S-BORROWER-NAME    PIC X(25).
           05  KR-S-START-DATE       PIC 9(08).
           05  KR-S-EXPIRY-DATE      PIC 9(08).
           05  KR-S-SET-BY           PIC X(08).
           05  KR-S-REASON           PIC X(40).

       WORKING-STORAGE SECTION.
       01  KR-BLOCKFILE-STATUS       PIC X(02).
           88  KR-BLOCKFILE-OK       VALUE "00".

       01  KR-TYPEFILE-STATUS        PIC X(02).
           88  KR-TYPEFILE-OK        VALUE "00".

       01  KR-BORRFILE-STATUS        PIC X(02).
           88  KR-BORRFILE-OK        VALUE "00".

       01  KR-BLOCKFILE-OPEN-SWITCH  PIC X(01) VALUE "N".
           88  KR-BLOCKFILE-OPEN     VALUE "Y".

       01  KR-TYPEFILE-OPEN-SWITCH   PIC X(01) VALUE "N".
           88  KR-TYPEFILE-OPEN      VALUE "Y".

       01  KR-BORRFILE-OPEN-SWITCH   PIC X(01) VALUE "N".
           88  KR-BORRFILE-OPEN      VALUE "Y".

       01  KR-BLOCKFILE-EOF-SWITCH   PIC X(01) VALUE "N".
           88  KR-BLOCKFILE-EOF      VALUE "Y".

       01  KR-SORTFILE-EOF-SWITCH    PIC X(01) VALUE "N".
           88  KR-SORTFILE-EOF       VALUE "Y".

       01  KR-SYSTEM-DATE            PIC 9(08).
       01  KR-PREV-BLOCK-TYPE        PIC X(02) VALUE SPACES.
       01  KR-POINTER                PIC 9(02).
       01  KR-STOPS-TEXT             PIC X(20).

       01  KR-TYPE-COUNT             PIC 9(05) VALUE ZEROS.
       01  KR-BLOCK-TOTAL            PIC 9(05) VALUE ZEROS.
       01  KR-FUTURE-TOTAL           PIC 9(05) VALUE ZEROS.
       01  KR-EXPIRED-TOTAL          PIC 9(05) VALUE ZEROS.

       COPY RUNDATE.

       COPY BURSTSVA.

       01  KR-BURST-SWITCH           PIC X(01) VALUE "N".
           88  KR-BURSTING           VALUE "Y".

       01  KR-HEADING-1.
           05  FILLER                PIC X(09) VALUE "BLOCKRPT".
           05  FILLER                PIC X(30) VALUE
               "ACTIVE BORROWER BLOCKS".
           05  FILLER                PIC X(10) VALUE "RUN DATE:".
           05  KR-H1-DATE            PIC X(10).

       01  KR-HEADING-2.
           05  FILLER                PIC X(04) VALUE "TY".
           05  FILLER                PIC X(05) VALUE "BRN".
           05  FILLER                PIC X(07) VALUE "BORR".
           05  FILLER                PIC X(22) VALUE "NAME".
           05  FILLER                PIC X(10) VALUE "START".
           05  FILLER                PIC X(10) VALUE "EXPIRES".
           05  FILLER                PIC X(08) VALUE "SET BY".

       01  KR-DETAIL-LINE.
           05  KR-D-BLOCK-TYPE       PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  KR-D-BRANCH           PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  KR-D-BORROWER-NO      PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  KR-D-BORROWER-NAME    PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  KR-D-START-DATE       PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  KR-D-EXPIRY-DATE      PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  KR-D-SET-BY           PIC X(08).

       01  KR-REASON-LINE.
           05  FILLER                PIC X(09) VALUE SPACES.
           05  KR-R-REASON           PIC X(40).

       01  KR-TYPE-LINE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  KR-T-BLOCK-TYPE       PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  KR-T-DESCRIPTION      PIC X(30).
           05  KR-T-COUNT            PIC ZZ,ZZ9.
           05  FILLER                PIC X(09) VALUE " block(s)".
           05  FILLER                PIC X(03) VALUE " - ".
           05  KR-T-STOPS            PIC X(20).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF KR-BLOCKFILE-OPEN
               SORT SortFile
                   ON ASCENDING KEY KR-S-BLOCK-TYPE KR-S-BRANCH
                                    KR-S-BORROWER-NO
                   INPUT PROCEDURE IS 1500-RELEASE-BLOCKS
                       THRU 1500-EXIT
                   OUTPUT PROCEDURE IS 2000-PRINT-BLOCKS
                       THRU 2000-EXIT
           END-IF
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           GOBACK.

       1000-INITIALIZE.
           ACCEPT KR-SYSTEM-DATE FROM DATE YYYYMMDD
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           MOVE RD-RUN-DATE-DISPLAY TO KR-H1-DATE
           DISPLAY KR-HEADING-1
           DISPLAY KR-HEADING-2
           DISPLAY "----------------------------------------"
                   "------------------------------------"
           PERFORM 1200-BEGIN-BURST THRU 1200-EXIT
           OPEN INPUT BlockFile
           IF NOT KR-BLOCKFILE-OK
               DISPLAY "BORRBLK.DAT OPEN failed - status "
                       KR-BLOCKFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           SET KR-BLOCKFILE-OPEN TO TRUE
           OPEN INPUT BlockTypeFile
           IF KR-TYPEFILE-OK
               SET KR-TYPEFILE-OPEN TO TRUE
           END-IF
           OPEN INPUT BorrowerFile
           IF KR-BORRFILE-OK
               SET KR-BORRFILE-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *  A burst work file that cannot be written costs only the
      *  branch copies, never the list.
       1200-BEGIN-BURST.
           MOVE "B" TO BX-FUNCTION
           MOVE "BLOCK-LIST" TO BX-REPORT-NAME
           MOVE "K" TO BX-FILE-LETTER
           MOVE "ACTIVE BORROWER BLOCKS" TO BX-LINE
           CALL "BURST-SVC" USING BX-BURST-SVC-AREA
           END-CALL
           IF BX-STATUS NOT = "00"
               DISPLAY "BURSTWK.DAT not available - no branch"
                       " copies of this run."
               GO TO 1200-EXIT
           END-IF
           SET KR-BURSTING TO TRUE
           MOVE "C" TO BX-FUNCTION
           MOVE KR-HEADING-2 TO BX-LINE
           CALL "BURST-SVC" USING BX-BURST-SVC-AREA
           END-CALL.
       1200-EXIT.
           EXIT.

       1500-RELEASE-BLOCKS.
           MOVE "N" TO KR-BLOCKFILE-EOF-SWITCH
           PERFORM 1600-RELEASE-ONE-BLOCK THRU 1600-EXIT
               UNTIL KR-BLOCKFILE-EOF.
       1500-EXIT.
           EXIT.

      *  In force is BLOCK-SVC's test - active, started, and not
      *  past its expiry.
       1600-RELEASE-ONE-BLOCK.
           READ BlockFile NEXT RECORD
               AT END
                   SET KR-BLOCKFILE-EOF TO TRUE
                   GO TO 1600-EXIT
           END-READ
           IF NOT BB-ACTIVE
               GO TO 1600-EXIT
           END-IF
           IF BB-START-DATE > KR-SYSTEM-DATE
               ADD 1 TO KR-FUTURE-TOTAL
               GO TO 1600-EXIT
           END-IF
           IF BB-EXPIRY-DATE > ZEROS
               AND BB-EXPIRY-DATE < KR-SYSTEM-DATE
               ADD 1 TO KR-EXPIRED-TOTAL
               GO TO 1600-EXIT
           END-IF
           MOVE BB-BLOCK-TYPE  TO KR-S-BLOCK-TYPE
           MOVE BB-BORROWER-NO TO KR-S-BORROWER-NO
           MOVE BB-START-DATE  TO KR-S-START-DATE
           MOVE BB-EXPIRY-DATE TO KR-S-EXPIRY-DATE
           MOVE BB-SET-BY      TO KR-S-SET-BY
           MOVE BB-REASON      TO KR-S-REASON
           MOVE SPACES         TO KR-S-BRANCH
           MOVE "*UNKNOWN*"    TO KR-S-BORROWER-NAME
           IF KR-BORRFILE-OPEN
               MOVE BB-BORROWER-NO TO BW-BORROWER-NO
               READ BorrowerFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BW-BORROWER-NAME TO KR-S-BORROWER-NAME
                       MOVE BW-HOME-BRANCH   TO KR-S-BRANCH
               END-READ
           END-IF
           RELEASE KR-SORT-RECORD.
       1600-EXIT.
           EXIT.

       2000-PRINT-BLOCKS.
           MOVE "N" TO KR-SORTFILE-EOF-SWITCH
           PERFORM 2100-PRINT-ONE-BLOCK THRU 2100-EXIT
               UNTIL KR-SORTFILE-EOF
           IF KR-PREV-BLOCK-TYPE NOT = SPACES
               PERFORM 2200-TYPE-TOTAL THRU 2200-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-PRINT-ONE-BLOCK.
           RETURN SortFile
               AT END
                   SET KR-SORTFILE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-RETURN
           IF KR-S-BLOCK-TYPE NOT = KR-PREV-BLOCK-TYPE
               IF KR-PREV-BLOCK-TYPE NOT = SPACES
                   PERFORM 2200-TYPE-TOTAL THRU 2200-EXIT
               END-IF
               MOVE KR-S-BLOCK-TYPE TO KR-PREV-BLOCK-TYPE
               MOVE ZEROS TO KR-TYPE-COUNT
           END-IF
           MOVE KR-S-BLOCK-TYPE    TO KR-D-BLOCK-TYPE
           MOVE KR-S-BRANCH        TO KR-D-BRANCH
           MOVE KR-S-BORROWER-NO   TO KR-D-BORROWER-NO
           MOVE KR-S-BORROWER-NAME TO KR-D-BORROWER-NAME
           MOVE KR-S-START-DATE    TO KR-D-START-DATE
           IF KR-S-EXPIRY-DATE > ZEROS
               MOVE KR-S-EXPIRY-DATE TO KR-D-EXPIRY-DATE
           ELSE
               MOVE "NONE" TO KR-D-EXPIRY-DATE
           END-IF
           MOVE KR-S-SET-BY        TO KR-D-SET-BY
           MOVE KR-S-REASON        TO KR-R-REASON
           DISPLAY KR-DETAIL-LINE
           DISPLAY KR-REASON-LINE
           ADD 1 TO KR-TYPE-COUNT
           ADD 1 TO KR-BLOCK-TOTAL
           IF KR-BURSTING
               MOVE "D" TO BX-FUNCTION
               MOVE KR-S-BRANCH TO BX-BRANCH
               MOVE KR-S-BLOCK-TYPE TO BX-GROUP
               MOVE 1 TO BX-COUNT
               MOVE ZEROS TO BX-AMOUNT
               MOVE KR-DETAIL-LINE TO BX-LINE
               CALL "BURST-SVC" USING BX-BURST-SVC-AREA
               END-CALL
               MOVE ZEROS TO BX-COUNT
               MOVE KR-REASON-LINE TO BX-LINE
               CALL "BURST-SVC" USING BX-BURST-SVC-AREA
               END-CALL
           END-IF.
       2100-EXIT.
           EXIT.

      *  The type's count, and what the type stops - a type missing
      *  from BLKTYPE.DAT stops everything, as BLOCK-SVC treats it.
       2200-TYPE-TOTAL.
           MOVE KR-PREV-BLOCK-TYPE TO KR-T-BLOCK-TYPE
           MOVE KR-TYPE-COUNT TO KR-T-COUNT
           MOVE "*TYPE NOT ON BLKTYPE.DAT*" TO KR-T-DESCRIPTION
           MOVE "LOANS HOLDS RENEWALS" TO KR-STOPS-TEXT
           IF KR-TYPEFILE-OPEN
               MOVE KR-PREV-BLOCK-TYPE TO BE-BLOCK-TYPE
               READ BlockTypeFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BE-DESCRIPTION TO KR-T-DESCRIPTION
                       PERFORM 2210-BUILD-STOPS-TEXT THRU 2210-EXIT
               END-READ
           END-IF
           MOVE KR-STOPS-TEXT TO KR-T-STOPS
           DISPLAY KR-TYPE-LINE
           DISPLAY " ".
       2200-EXIT.
           EXIT.

       2210-BUILD-STOPS-TEXT.
           MOVE SPACES TO KR-STOPS-TEXT
           IF NOT BE-LOANS-STOPPED
               AND NOT BE-HOLDS-STOPPED
               AND NOT BE-RENEWALS-STOPPED
               MOVE "NOTE ONLY" TO KR-STOPS-TEXT
               GO TO 2210-EXIT
           END-IF
           MOVE 1 TO KR-POINTER
           IF BE-LOANS-STOPPED
               STRING "LOANS " DELIMITED BY SIZE
                   INTO KR-STOPS-TEXT WITH POINTER KR-POINTER
               END-STRING
           END-IF
           IF BE-HOLDS-STOPPED
               STRING "HOLDS " DELIMITED BY SIZE
                   INTO KR-STOPS-TEXT WITH POINTER KR-POINTER
               END-STRING
           END-IF
           IF BE-RENEWALS-STOPPED
               STRING "RENEWALS" DELIMITED BY SIZE
                   INTO KR-STOPS-TEXT WITH POINTER KR-POINTER
               END-STRING
           END-IF.
       2210-EXIT.
           EXIT.

       3000-TERMINATE.
           IF KR-BLOCKFILE-OPEN
               CLOSE BlockFile
           END-IF
           IF KR-TYPEFILE-OPEN
               CLOSE BlockTypeFile
           END-IF
           IF KR-BORRFILE-OPEN
               CLOSE BorrowerFile
           END-IF
           DISPLAY "----------------------------------------"
                   "------------------------------------"
           DISPLAY "Blocks in force........: " KR-BLOCK-TOTAL
           DISPLAY "Set to start later.....: " KR-FUTURE-TOTAL
           DISPLAY "Expired, not yet swept.: " KR-EXPIRED-TOTAL
           IF KR-BURSTING
               MOVE "E" TO BX-FUNCTION
               MOVE KR-BLOCK-TOTAL TO BX-COUNT
               MOVE ZEROS TO BX-AMOUNT
               MOVE "BLOCKS IN FORCE" TO BX-LINE
               CALL "BURST-SVC" USING BX-BURST-SVC-AREA
               END-CALL
           END-IF.
       3000-EXIT.
           EXIT.
