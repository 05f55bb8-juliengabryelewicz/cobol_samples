       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BLOCKMNT.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  BLOCKMNT
      *
      *  Borrower block and desk-note maintenance against
      *  BORRBLK.DAT (see BLOCKREC), in the CATPMNT console-
      *  transaction style.  Transaction S sets a block of a type on
      *  a borrower with a reason, a start date (blank = today) and
      *  an optional expiry date, stamping the operator signed on
      *  through GETOPER; setting a type the borrower already has
      *  replaces it.  L lifts a block, and Q lists every block on
      *  file for a borrower, lifted and lapsed ones included.  Every
      *  set and lift is appended to the BLOCKLOG.DAT block log.
      *  T adds or updates a block type on BLKTYPE.DAT - its
      *  description and whether it stops loans, holds or renewals
      *  (all N is a note only).  BOOKLOAN, BOOKHOLD and BOOKINQ
      *  pick a change up on their next transaction through
      *  BLOCK-SVC; BLOCKSWP lapses a block the night after its
      *  expiry date.  Under the TRAIN-SVC training switch the
      *  borrowers, blocks and log are the TR* practice files; the
      *  block types are shared with the live desk and cannot be
      *  changed in training.
      *
      *  Transaction layouts (one line, fixed columns):
      *      S nnnnn TT Start(8) Expiry(8) Reason(40)
      *      L nnnnn TT
      *      Q nnnnn
      *      T TT L H R Description(30)      (flags Y or N)
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program, introduced with borrower
      *                  blocks.
      *  2026-10-15  jg  T is refused in training mode - BLKTYPE.DAT
      *                  has no practice copy, and a practice type
      *                  would change what the live desk enforces.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BlockFile ASSIGN TO KM-BLOCKFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BB-BLOCK-KEY
               FILE STATUS IS KM-BLOCKFILE-STATUS.
           SELECT BlockTypeFile ASSIGN TO "BLKTYPE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BE-BLOCK-TYPE
               FILE STATUS IS KM-TYPEFILE-STATUS.
           SELECT BorrowerFile ASSIGN TO KM-BORRFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BW-BORROWER-NO
               FILE STATUS IS KM-BORRFILE-STATUS.
           SELECT BlockLogFile ASSIGN TO KM-LOGFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KM-LOGFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BlockFile.
       COPY BLOCKREC.

       FD BlockTypeFile.
       COPY BLKTYPE.

       FD BorrowerFile.
       COPY BORRREC.

       FD BlockLogFile.
       COPY BLOCKLOG.

       WORKING-STORAGE SECTION.
      *  Production names stand until the TRAIN-SVC switch swaps in
      *  the TR* practice set at initialization.
       01  KM-BLOCKFILE-NAME         PIC X(12) VALUE "BORRBLK.DAT".
       01  KM-BORRFILE-NAME          PIC X(12) VALUE "BORROWER.DAT".
       01  KM-LOGFILE-NAME           PIC X(12) VALUE "BLOCKLOG.DAT".

       COPY TRAINSVC.

       01  KM-BLOCKFILE-STATUS       PIC X(02).
           88  KM-BLOCKFILE-OK       VALUE "00".
           88  KM-BLOCKFILE-NEW      VALUE "35".

       01  KM-TYPEFILE-STATUS        PIC X(02).
           88  KM-TYPEFILE-OK        VALUE "00".
           88  KM-TYPEFILE-NEW       VALUE "35".

       01  KM-BORRFILE-STATUS        PIC X(02).
           88  KM-BORRFILE-OK        VALUE "00".

       01  KM-LOGFILE-STATUS         PIC X(02).
           88  KM-LOGFILE-OK         VALUE "00".
           88  KM-LOGFILE-NEW        VALUE "35".

       01  KM-FILES-OPEN-SWITCH      PIC X(01) VALUE "N".
           88  KM-FILES-OPEN         VALUE "Y".

       01  KM-LOG-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  KM-LOG-OPEN           VALUE "Y".

       01  KM-FOUND-SWITCH           PIC X(01).
           88  KM-RECORD-FOUND       VALUE "Y".

       01  KM-DATES-OK-SWITCH        PIC X(01).
           88  KM-DATES-OK           VALUE "Y".

       01  KM-BLOCK-EOF-SWITCH       PIC X(01).
           88  KM-BLOCK-EOF          VALUE "Y".

       01  KM-SYSTEM-DATE            PIC 9(08).
       01  KM-START-DATE             PIC 9(08).
       01  KM-EXPIRY-DATE            PIC 9(08).
       01  KM-LIST-COUNT             PIC 9(03).
       01  KM-POINTER                PIC 9(02).
       01  KM-STOPS-TEXT             PIC X(20).

       COPY DATESVCA.

       COPY CURROPER.

       01  KM-TXN-LINE.
           05  KM-TXN-CODE           PIC X(01).
               88  KM-SET-TXN        VALUE "S" "s".
               88  KM-LIFT-TXN       VALUE "L" "l".
               88  KM-QUERY-TXN      VALUE "Q" "q".
               88  KM-TYPE-TXN       VALUE "T" "t".
           05  KM-TXN-BODY           PIC X(63).
           05  KM-TXN-BLOCK-FIELDS REDEFINES KM-TXN-BODY.
               10  KM-TXN-BORROWER-NO
                                     PIC 9(05).
               10  KM-TXN-BLOCK-TYPE PIC X(02).
               10  KM-TXN-START-DATE PIC X(08).
               10  KM-TXN-EXPIRY-DATE
                                     PIC X(08).
               10  KM-TXN-REASON     PIC X(40).
           05  KM-TXN-TYPE-FIELDS REDEFINES KM-TXN-BODY.
               10  KM-TXN-TYPE-CODE  PIC X(02).
               10  KM-TXN-STOPS-LOANS
                                     PIC X(01).
               10  KM-TXN-STOPS-HOLDS
                                     PIC X(01).
               10  KM-TXN-STOPS-RENEWALS
                                     PIC X(01).
               10  KM-TXN-DESCRIPTION
                                     PIC X(30).
               10  FILLER            PIC X(28).

       01  KM-DATE-WORK              PIC X(08).
       01  KM-DATE-NUMERIC REDEFINES KM-DATE-WORK
                                     PIC 9(08).

       01  KM-LIST-LINE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  KM-L-TYPE             PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  KM-L-STATE            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  KM-L-START-DATE       PIC 9(08).
           05  FILLER                PIC X(01) VALUE "-".
           05  KM-L-EXPIRY-DATE      PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  KM-L-SET-BY           PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  KM-L-STOPS            PIC X(20).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF KM-FILES-OPEN
               DISPLAY "Enter borrower block transactions below."
               DISPLAY "Enter no data to end."
               PERFORM 2000-GET-BLOCK-TXN THRU 2000-EXIT
               PERFORM 2100-PROCESS-BLOCK-TXN THRU 2100-EXIT
                   UNTIL KM-TXN-LINE = SPACES
           END-IF
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           GOBACK.

       1000-INITIALIZE.
           ACCEPT KM-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE "Q" TO TM-FUNCTION
           CALL "TRAIN-SVC" USING TM-TRAIN-SVC-AREA
           END-CALL
           IF TM-TRAINING-ON
               MOVE "TRBORBLK.DAT" TO KM-BLOCKFILE-NAME
               MOVE "TRBORROW.DAT" TO KM-BORRFILE-NAME
               MOVE "TRBLKLOG.DAT" TO KM-LOGFILE-NAME
               DISPLAY "*************************************"
               DISPLAY "***  TRAINING MODE - PRACTICE     ***"
               DISPLAY "***  FILES ONLY - NOT PRODUCTION  ***"
               DISPLAY "*************************************"
           END-IF
           CALL "GETOPER" USING CO-CURRENT-OPER-AREA
           END-CALL
           IF CO-OPER-ID NOT = SPACES
               DISPLAY "Signed on as " CO-OPER-ID "."
           END-IF
           OPEN INPUT BorrowerFile
           IF NOT KM-BORRFILE-OK
               DISPLAY KM-BORRFILE-NAME " OPEN failed - status "
                       KM-BORRFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O BlockFile
           IF KM-BLOCKFILE-NEW
               OPEN OUTPUT BlockFile
               CLOSE BlockFile
               OPEN I-O BlockFile
           END-IF
           IF NOT KM-BLOCKFILE-OK
               DISPLAY KM-BLOCKFILE-NAME " OPEN failed - status "
                       KM-BLOCKFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               CLOSE BorrowerFile
               GO TO 1000-EXIT
           END-IF
           OPEN I-O BlockTypeFile
           IF KM-TYPEFILE-NEW
               OPEN OUTPUT BlockTypeFile
               CLOSE BlockTypeFile
               OPEN I-O BlockTypeFile
           END-IF
           IF NOT KM-TYPEFILE-OK
               DISPLAY "BLKTYPE.DAT OPEN failed - status "
                       KM-TYPEFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               CLOSE BorrowerFile
               CLOSE BlockFile
               GO TO 1000-EXIT
           END-IF
           SET KM-FILES-OPEN TO TRUE
           OPEN EXTEND BlockLogFile
           IF KM-LOGFILE-NEW
               OPEN OUTPUT BlockLogFile
           END-IF
           IF KM-LOGFILE-OK
               SET KM-LOG-OPEN TO TRUE
           ELSE
               DISPLAY KM-LOGFILE-NAME " OPEN failed - status "
                       KM-LOGFILE-STATUS " - blocks cannot be set"
                       " or lifted this run."
               MOVE 4 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-GET-BLOCK-TXN.
           DISPLAY "Enter - Txn(S/L/Q/T), then for S: BorrowerNo,"
           DISPLAY "Type, Start (blank = today), Expiry (blank ="
           DISPLAY "none), Reason(40); L: BorrowerNo, Type;"
           DISPLAY "Q: BorrowerNo; T: Type, Stops loans/holds/"
           DISPLAY "renewals (Y/N each), Description(30)"
           DISPLAY "TNNNNNTTSSSSSSSSEEEEEEEERRRR..."
           ACCEPT  KM-TXN-LINE.
       2000-EXIT.
           EXIT.

       2100-PROCESS-BLOCK-TXN.
           EVALUATE TRUE
               WHEN KM-SET-TXN
                   PERFORM 2200-SET-BLOCK THRU 2200-EXIT
               WHEN KM-LIFT-TXN
                   PERFORM 2300-LIFT-BLOCK THRU 2300-EXIT
               WHEN KM-QUERY-TXN
                   PERFORM 2400-LIST-BLOCKS THRU 2400-EXIT
               WHEN KM-TYPE-TXN
                   PERFORM 2500-SET-BLOCK-TYPE THRU 2500-EXIT
               WHEN OTHER
                   DISPLAY "Unknown transaction code - ignored."
           END-EVALUATE
           PERFORM 2000-GET-BLOCK-TXN THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-SET-BLOCK - the borrower must be registered, the type
      *  on BLKTYPE.DAT and a reason given.  A block of the same
      *  type already on file is replaced, active or not, and the
      *  replacement says so.
      *****************************************************************
       2200-SET-BLOCK.
           IF NOT KM-LOG-OPEN
               DISPLAY "Block log not available - block not set."
               GO TO 2200-EXIT
           END-IF
           PERFORM 2250-READ-BORROWER THRU 2250-EXIT
           IF NOT KM-RECORD-FOUND
               GO TO 2200-EXIT
           END-IF
           MOVE KM-TXN-BLOCK-TYPE TO BE-BLOCK-TYPE
           READ BlockTypeFile
               INVALID KEY
                   DISPLAY "Block type " KM-TXN-BLOCK-TYPE " not on"
                           " BLKTYPE.DAT - define it with a T"
                           " transaction first."
                   GO TO 2200-EXIT
           END-READ
           IF KM-TXN-REASON = SPACES
               DISPLAY "A reason is required - block not set."
               GO TO 2200-EXIT
           END-IF
           PERFORM 2210-CHECK-DATES THRU 2210-EXIT
           IF NOT KM-DATES-OK
               GO TO 2200-EXIT
           END-IF
           MOVE KM-TXN-BORROWER-NO TO BB-BORROWER-NO
           MOVE KM-TXN-BLOCK-TYPE  TO BB-BLOCK-TYPE
           MOVE "N" TO KM-FOUND-SWITCH
           READ BlockFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO KM-FOUND-SWITCH
           END-READ
           IF KM-RECORD-FOUND AND BB-ACTIVE
               DISPLAY "Replaces the " KM-TXN-BLOCK-TYPE " block set"
                       " by " BB-SET-BY " from " BB-START-DATE ": "
                       BB-REASON
           END-IF
           SET BB-ACTIVE TO TRUE
           MOVE KM-TXN-REASON  TO BB-REASON
           MOVE CO-OPER-ID     TO BB-SET-BY
           MOVE KM-START-DATE  TO BB-START-DATE
           MOVE KM-EXPIRY-DATE TO BB-EXPIRY-DATE
           MOVE SPACES         TO BB-ENDED-BY
           MOVE ZEROS          TO BB-ENDED-DATE
           IF KM-RECORD-FOUND
               REWRITE BB-BLOCK-RECORD
                   INVALID KEY
                       DISPLAY "Block " KM-TXN-BLOCK-TYPE " on "
                               KM-TXN-BORROWER-NO " not rewritten."
                       GO TO 2200-EXIT
               END-REWRITE
           ELSE
               WRITE BB-BLOCK-RECORD
                   INVALID KEY
                       DISPLAY "Block " KM-TXN-BLOCK-TYPE " on "
                               KM-TXN-BORROWER-NO " not written."
                       GO TO 2200-EXIT
               END-WRITE
           END-IF
           SET BG-BLOCK-SET TO TRUE
           PERFORM 2800-WRITE-LOG THRU 2800-EXIT
           PERFORM 2600-BUILD-STOPS-TEXT THRU 2600-EXIT
           DISPLAY "Block " KM-TXN-BLOCK-TYPE " (" BE-DESCRIPTION
                   ") set on " KM-TXN-BORROWER-NO " "
                   BW-BORROWER-NAME
           DISPLAY "  - " KM-STOPS-TEXT.
       2200-EXIT.
           EXIT.

      *  Blank start is today, blank expiry is no expiry; a keyed
      *  date must be a real one, and a block cannot end before it
      *  starts or already be over when it is set.
       2210-CHECK-DATES.
           MOVE "N" TO KM-DATES-OK-SWITCH
           MOVE KM-SYSTEM-DATE TO KM-START-DATE
           MOVE ZEROS TO KM-EXPIRY-DATE
           IF KM-TXN-START-DATE NOT = SPACES
               MOVE KM-TXN-START-DATE TO KM-DATE-WORK
               PERFORM 2220-VALIDATE-DATE THRU 2220-EXIT
               IF DS-STATUS NOT = "00"
                   GO TO 2210-EXIT
               END-IF
               MOVE KM-DATE-NUMERIC TO KM-START-DATE
           END-IF
           IF KM-TXN-EXPIRY-DATE NOT = SPACES
               MOVE KM-TXN-EXPIRY-DATE TO KM-DATE-WORK
               PERFORM 2220-VALIDATE-DATE THRU 2220-EXIT
               IF DS-STATUS NOT = "00"
                   GO TO 2210-EXIT
               END-IF
               MOVE KM-DATE-NUMERIC TO KM-EXPIRY-DATE
               IF KM-EXPIRY-DATE < KM-START-DATE
                   OR KM-EXPIRY-DATE < KM-SYSTEM-DATE
                   DISPLAY "Expiry " KM-EXPIRY-DATE " is before the"
                           " start or already past - block not set."
                   GO TO 2210-EXIT
               END-IF
           END-IF
           MOVE "Y" TO KM-DATES-OK-SWITCH.
       2210-EXIT.
           EXIT.

       2220-VALIDATE-DATE.
           MOVE "99" TO DS-STATUS
           IF KM-DATE-WORK IS NOT NUMERIC
               DISPLAY "Date " KM-DATE-WORK " is not a valid date -"
                       " block not set."
               GO TO 2220-EXIT
           END-IF
           MOVE "V" TO DS-FUNCTION
           MOVE KM-DATE-NUMERIC TO DS-DATE-1
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           IF DS-STATUS NOT = "00"
               DISPLAY "Date " KM-DATE-WORK " is not a valid date -"
                       " block not set."
           END-IF.
       2220-EXIT.
           EXIT.

       2250-READ-BORROWER.
           MOVE "N" TO KM-FOUND-SWITCH
           IF KM-TXN-BORROWER-NO NOT NUMERIC
               DISPLAY "Borrower number must be five digits."
               GO TO 2250-EXIT
           END-IF
           MOVE KM-TXN-BORROWER-NO TO BW-BORROWER-NO
           READ BorrowerFile
               INVALID KEY
                   DISPLAY "Borrower " KM-TXN-BORROWER-NO
                           " not registered - see BORRMNT."
               NOT INVALID KEY
                   MOVE "Y" TO KM-FOUND-SWITCH
           END-READ.
       2250-EXIT.
           EXIT.

      *****************************************************************
      *  2300-LIFT-BLOCK - only an active block lifts; it stays on
      *  file as lifted, with who lifted it and when.
      *****************************************************************
       2300-LIFT-BLOCK.
           IF NOT KM-LOG-OPEN
               DISPLAY "Block log not available - block not lifted."
               GO TO 2300-EXIT
           END-IF
           IF KM-TXN-BORROWER-NO NOT NUMERIC
               DISPLAY "Borrower number must be five digits."
               GO TO 2300-EXIT
           END-IF
           MOVE KM-TXN-BORROWER-NO TO BB-BORROWER-NO
           MOVE KM-TXN-BLOCK-TYPE  TO BB-BLOCK-TYPE
           MOVE "N" TO KM-FOUND-SWITCH
           READ BlockFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO KM-FOUND-SWITCH
           END-READ
           IF NOT KM-RECORD-FOUND OR NOT BB-ACTIVE
               DISPLAY "Borrower " KM-TXN-BORROWER-NO " has no active"
                       " " KM-TXN-BLOCK-TYPE " block - nothing"
                       " lifted."
               GO TO 2300-EXIT
           END-IF
           SET BB-LIFTED TO TRUE
           MOVE CO-OPER-ID     TO BB-ENDED-BY
           MOVE KM-SYSTEM-DATE TO BB-ENDED-DATE
           REWRITE BB-BLOCK-RECORD
               INVALID KEY
                   DISPLAY "Block " KM-TXN-BLOCK-TYPE " on "
                           KM-TXN-BORROWER-NO " not rewritten."
                   GO TO 2300-EXIT
           END-REWRITE
           SET BG-BLOCK-LIFTED TO TRUE
           PERFORM 2800-WRITE-LOG THRU 2800-EXIT
           DISPLAY "Block " KM-TXN-BLOCK-TYPE " on borrower "
                   KM-TXN-BORROWER-NO " lifted.".
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2400-LIST-BLOCKS - every block on file for the borrower,
      *  in type order, with its state today.  An active block past
      *  its expiry shows EXPIRED until BLOCKSWP marks it lapsed.
      *****************************************************************
       2400-LIST-BLOCKS.
           PERFORM 2250-READ-BORROWER THRU 2250-EXIT
           IF NOT KM-RECORD-FOUND
               GO TO 2400-EXIT
           END-IF
           DISPLAY "Blocks for " BW-BORROWER-NO " " BW-BORROWER-NAME
           MOVE ZEROS TO KM-LIST-COUNT
           MOVE "N" TO KM-BLOCK-EOF-SWITCH
           MOVE KM-TXN-BORROWER-NO TO BB-BORROWER-NO
           MOVE LOW-VALUES TO BB-BLOCK-TYPE
           START BlockFile KEY NOT < BB-BLOCK-KEY
               INVALID KEY
                   SET KM-BLOCK-EOF TO TRUE
           END-START
           PERFORM 2410-LIST-ONE-BLOCK THRU 2410-EXIT
               UNTIL KM-BLOCK-EOF
           IF KM-LIST-COUNT = ZEROS
               DISPLAY "  No blocks on file."
           END-IF.
       2400-EXIT.
           EXIT.

       2410-LIST-ONE-BLOCK.
           READ BlockFile NEXT RECORD
               AT END
                   SET KM-BLOCK-EOF TO TRUE
                   GO TO 2410-EXIT
           END-READ
           IF BB-BORROWER-NO NOT = KM-TXN-BORROWER-NO
               SET KM-BLOCK-EOF TO TRUE
               GO TO 2410-EXIT
           END-IF
           ADD 1 TO KM-LIST-COUNT
           MOVE BB-BLOCK-TYPE  TO KM-L-TYPE
           MOVE BB-START-DATE  TO KM-L-START-DATE
           MOVE BB-SET-BY      TO KM-L-SET-BY
           IF BB-EXPIRY-DATE > ZEROS
               MOVE BB-EXPIRY-DATE TO KM-L-EXPIRY-DATE
           ELSE
               MOVE "NONE" TO KM-L-EXPIRY-DATE
           END-IF
           EVALUATE TRUE
               WHEN BB-LIFTED
                   MOVE "LIFTED" TO KM-L-STATE
               WHEN BB-LAPSED
                   MOVE "LAPSED" TO KM-L-STATE
               WHEN BB-EXPIRY-DATE > ZEROS
                   AND BB-EXPIRY-DATE < KM-SYSTEM-DATE
                   MOVE "EXPIRED" TO KM-L-STATE
               WHEN BB-START-DATE > KM-SYSTEM-DATE
                   MOVE "FUTURE" TO KM-L-STATE
               WHEN OTHER
                   MOVE "ACTIVE" TO KM-L-STATE
           END-EVALUATE
           MOVE BB-BLOCK-TYPE TO BE-BLOCK-TYPE
           READ BlockTypeFile
               INVALID KEY
                   MOVE "*TYPE NOT ON FILE*" TO KM-STOPS-TEXT
               NOT INVALID KEY
                   PERFORM 2600-BUILD-STOPS-TEXT THRU 2600-EXIT
           END-READ
           MOVE KM-STOPS-TEXT TO KM-L-STOPS
           DISPLAY KM-LIST-LINE
           DISPLAY "      " BB-REASON
           IF BB-LIFTED OR BB-LAPSED
               DISPLAY "      ended " BB-ENDED-DATE " by "
                       BB-ENDED-BY
           END-IF.
       2410-EXIT.
           EXIT.

      *****************************************************************
      *  2500-SET-BLOCK-TYPE - adds the type, or replaces its
      *  description and flags.  A blank flag is N; a blank
      *  description on an update keeps the one on file.  Not in
      *  training mode - the table is the live one.
      *****************************************************************
       2500-SET-BLOCK-TYPE.
           IF TM-TRAINING-ON
               DISPLAY "Block types are not maintained in training"
                       " mode."
               GO TO 2500-EXIT
           END-IF
           IF KM-TXN-TYPE-CODE = SPACES
               DISPLAY "A block type code is required."
               GO TO 2500-EXIT
           END-IF
           IF KM-TXN-STOPS-LOANS = SPACE
               MOVE "N" TO KM-TXN-STOPS-LOANS
           END-IF
           IF KM-TXN-STOPS-HOLDS = SPACE
               MOVE "N" TO KM-TXN-STOPS-HOLDS
           END-IF
           IF KM-TXN-STOPS-RENEWALS = SPACE
               MOVE "N" TO KM-TXN-STOPS-RENEWALS
           END-IF
           INSPECT KM-TXN-STOPS-LOANS CONVERTING "yn" TO "YN"
           INSPECT KM-TXN-STOPS-HOLDS CONVERTING "yn" TO "YN"
           INSPECT KM-TXN-STOPS-RENEWALS CONVERTING "yn" TO "YN"
           IF (KM-TXN-STOPS-LOANS NOT = "Y"
                   AND KM-TXN-STOPS-LOANS NOT = "N")
               OR (KM-TXN-STOPS-HOLDS NOT = "Y"
                   AND KM-TXN-STOPS-HOLDS NOT = "N")
               OR (KM-TXN-STOPS-RENEWALS NOT = "Y"
                   AND KM-TXN-STOPS-RENEWALS NOT = "N")
               DISPLAY "Stops flags must be Y or N."
               GO TO 2500-EXIT
           END-IF
           MOVE KM-TXN-TYPE-CODE TO BE-BLOCK-TYPE
           MOVE "N" TO KM-FOUND-SWITCH
           READ BlockTypeFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO KM-FOUND-SWITCH
           END-READ
           IF NOT KM-RECORD-FOUND
               AND KM-TXN-DESCRIPTION = SPACES
               DISPLAY "A new block type needs a description."
               GO TO 2500-EXIT
           END-IF
           IF KM-TXN-DESCRIPTION NOT = SPACES
               MOVE KM-TXN-DESCRIPTION TO BE-DESCRIPTION
           END-IF
           MOVE KM-TXN-STOPS-LOANS    TO BE-STOPS-LOANS
           MOVE KM-TXN-STOPS-HOLDS    TO BE-STOPS-HOLDS
           MOVE KM-TXN-STOPS-RENEWALS TO BE-STOPS-RENEWALS
           PERFORM 2600-BUILD-STOPS-TEXT THRU 2600-EXIT
           IF KM-RECORD-FOUND
               REWRITE BE-BLOCK-TYPE-RECORD
                   INVALID KEY
                       DISPLAY "Block type " KM-TXN-TYPE-CODE
                               " not rewritten."
                   NOT INVALID KEY
                       DISPLAY "Block type " KM-TXN-TYPE-CODE
                               " updated - " KM-STOPS-TEXT
               END-REWRITE
           ELSE
               WRITE BE-BLOCK-TYPE-RECORD
                   INVALID KEY
                       DISPLAY "Block type " KM-TXN-TYPE-CODE
                               " not written."
                   NOT INVALID KEY
                       DISPLAY "Block type " KM-TXN-TYPE-CODE
                               " added - " KM-STOPS-TEXT
               END-WRITE
           END-IF.
       2500-EXIT.
           EXIT.

      *  The same wording BLOCK-SVC hands the desk programs.
       2600-BUILD-STOPS-TEXT.
           MOVE SPACES TO KM-STOPS-TEXT
           IF NOT BE-LOANS-STOPPED
               AND NOT BE-HOLDS-STOPPED
               AND NOT BE-RENEWALS-STOPPED
               MOVE "NOTE ONLY" TO KM-STOPS-TEXT
               GO TO 2600-EXIT
           END-IF
           MOVE 1 TO KM-POINTER
           IF BE-LOANS-STOPPED
               STRING "LOANS " DELIMITED BY SIZE
                   INTO KM-STOPS-TEXT WITH POINTER KM-POINTER
               END-STRING
           END-IF
           IF BE-HOLDS-STOPPED
               STRING "HOLDS " DELIMITED BY SIZE
                   INTO KM-STOPS-TEXT WITH POINTER KM-POINTER
               END-STRING
           END-IF
           IF BE-RENEWALS-STOPPED
               STRING "RENEWALS" DELIMITED BY SIZE
                   INTO KM-STOPS-TEXT WITH POINTER KM-POINTER
               END-STRING
           END-IF.
       2600-EXIT.
           EXIT.

      *  The caller has set BG-ACTION; the rest is the block as it
      *  now stands.
       2800-WRITE-LOG.
           MOVE KM-SYSTEM-DATE TO BG-LOG-DATE
           ACCEPT BG-LOG-TIME FROM TIME
           MOVE CO-OPER-ID     TO BG-OPER-ID
           MOVE BB-BORROWER-NO TO BG-BORROWER-NO
           MOVE BB-BLOCK-TYPE  TO BG-BLOCK-TYPE
           MOVE BB-START-DATE  TO BG-START-DATE
           MOVE BB-EXPIRY-DATE TO BG-EXPIRY-DATE
           MOVE BB-REASON      TO BG-REASON
           WRITE BG-BLOCK-LOG-RECORD.
       2800-EXIT.
           EXIT.

       3000-TERMINATE.
           IF KM-FILES-OPEN
               CLOSE BorrowerFile
               CLOSE BlockFile
               CLOSE BlockTypeFile
           END-IF
           IF KM-LOG-OPEN
               CLOSE BlockLogFile
           END-IF.
       3000-EXIT.
           EXIT.
