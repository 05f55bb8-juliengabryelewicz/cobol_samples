       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FUNDMNT.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  FUNDMNT
      *
      *  Acquisitions fund maintenance against FUNDS.DAT, in the
      *  style of SUPPMNT - A/U/D transactions keyed at the console,
      *  one record per fund code and fiscal year.  BOOKORD charges
      *  every order to a fund and keeps the encumbered and spent
      *  totals; this program only sets the name, branch and
      *  allocation, so a reallocation never disturbs what orders
      *  have committed.  A fund with anything encumbered or spent
      *  cannot be deleted.
      *
      *  Allocations are budget decisions - the session needs an
      *  M-role operator signed on through GREET, and a refusal is
      *  logged to SEC-LOG the way BOOKPRC logs one.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program, introduced with the
      *                  acquisitions fund accounting.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FundFile ASSIGN TO "FUNDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FU-FUND-KEY
               FILE STATUS IS FA-FUNDFILE-STATUS.
           SELECT BranchFile ASSIGN TO "BRANCHES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-BRANCH-CODE
               FILE STATUS IS FA-BRNFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FundFile.
       COPY FUNDREC.

       FD BranchFile.
       COPY BRCHREC.

       WORKING-STORAGE SECTION.
       01  FA-FUNDFILE-STATUS        PIC X(02).
           88  FA-FUNDFILE-OK        VALUE "00".
           88  FA-FUNDFILE-NEW       VALUE "35".

       01  FA-BRNFILE-STATUS         PIC X(02).
           88  FA-BRNFILE-OK         VALUE "00".

       01  FA-BRN-OK-SWITCH          PIC X(01).
           88  FA-BRN-ON-FILE        VALUE "Y".

       01  FA-FOUND-SWITCH           PIC X(01).
           88  FA-RECORD-FOUND       VALUE "Y".

       01  FA-TXN-LINE.
           05  FA-TXN-CODE           PIC X(01).
               88  FA-ADD-TXN        VALUE "A" "a".
               88  FA-UPDATE-TXN     VALUE "U" "u".
               88  FA-DELETE-TXN     VALUE "D" "d".
           05  FA-TXN-FUND-CODE      PIC X(06).
           05  FA-TXN-YEAR           PIC 9(04).
           05  FA-TXN-NAME           PIC X(30).
           05  FA-TXN-BRANCH         PIC X(03).
           05  FA-TXN-ALLOCATION     PIC X(09).
           05  FA-TXN-ALLOCATION-N REDEFINES FA-TXN-ALLOCATION
                                     PIC 9(07)V99.

       01  FA-FREE-BALANCE           PIC S9(08)V99.
       01  FA-AMOUNT-DISPLAY         PIC -,---,--9.99.

       COPY CURROPER.

       COPY SECLOGC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF FA-FUNDFILE-OK
               DISPLAY "Enter fund transactions below.  Enter no"
               DISPLAY "data to end."
               PERFORM 2000-GET-FUND-TXN THRU 2000-EXIT
               PERFORM 2100-PROCESS-FUND-TXN THRU 2100-EXIT
                   UNTIL FA-TXN-LINE = SPACES
               CLOSE FundFile
           END-IF
           GOBACK.

       1000-INITIALIZE.
           MOVE "99" TO FA-FUNDFILE-STATUS
           CALL "GETOPER" USING CO-CURRENT-OPER-AREA
           END-CALL
           IF CO-OPER-ID = SPACES OR CO-OPER-ROLE NOT = "M"
               DISPLAY "Fund maintenance needs an M-role operator"
                       " signed on through GREET."
               MOVE CO-OPER-ID TO SX-OPER-ID
               MOVE "R" TO SX-EVENT-CODE
               MOVE "FUNDMNT" TO SX-PROGRAM
               MOVE "FUND MAINTENANCE - NO M ROLE" TO SX-DETAIL
               CALL "SEC-LOG" USING SX-SEC-LOG-AREA
               END-CALL
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O FundFile
           IF FA-FUNDFILE-NEW
               OPEN OUTPUT FundFile
               CLOSE FundFile
               OPEN I-O FundFile
           END-IF
           IF NOT FA-FUNDFILE-OK
               DISPLAY "FUNDS.DAT OPEN failed - status "
                       FA-FUNDFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-GET-FUND-TXN.
           DISPLAY "Enter - Txn(A/U/D), Fund, Year, Name, Branch,"
           DISPLAY "Allocation (9 digits, 2 implied decimals)"
           DISPLAY "TFFFFFFYYYYNNNNNNNNNNNNNNNNNNNNNNNNNNNNNNBBBAAAA"
           ACCEPT  FA-TXN-LINE.
       2000-EXIT.
           EXIT.

       2100-PROCESS-FUND-TXN.
           IF FA-TXN-FUND-CODE = SPACES
               DISPLAY "Fund code must not be blank."
               GO TO 2100-NEXT
           END-IF
           IF FA-TXN-YEAR NOT NUMERIC
               OR FA-TXN-YEAR < 1900
               DISPLAY "Fiscal year must be four digits."
               GO TO 2100-NEXT
           END-IF
           EVALUATE TRUE
               WHEN FA-ADD-TXN
                   PERFORM 2200-ADD-FUND THRU 2200-EXIT
               WHEN FA-UPDATE-TXN
                   PERFORM 2300-UPDATE-FUND THRU 2300-EXIT
               WHEN FA-DELETE-TXN
                   PERFORM 2400-DELETE-FUND THRU 2400-EXIT
               WHEN OTHER
                   DISPLAY "Unknown transaction code - ignored."
           END-EVALUATE.
       2100-NEXT.
           PERFORM 2000-GET-FUND-TXN THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

       2200-ADD-FUND.
           IF FA-TXN-NAME = SPACES
               DISPLAY "Fund name must not be blank."
               GO TO 2200-EXIT
           END-IF
           IF FA-TXN-ALLOCATION-N NOT NUMERIC
               DISPLAY "Allocation must be nine digits."
               GO TO 2200-EXIT
           END-IF
           PERFORM 2500-CHECK-BRANCH THRU 2500-EXIT
           IF NOT FA-BRN-ON-FILE
               DISPLAY "Branch " FA-TXN-BRANCH " is not on"
                       " BRANCHES.DAT - see BRCHMNT."
               GO TO 2200-EXIT
           END-IF
           MOVE FA-TXN-FUND-CODE    TO FU-FUND-CODE
           MOVE FA-TXN-YEAR         TO FU-FISCAL-YEAR
           MOVE FA-TXN-NAME         TO FU-FUND-NAME
           MOVE FA-TXN-BRANCH       TO FU-BRANCH
           MOVE FA-TXN-ALLOCATION-N TO FU-ALLOCATION
           MOVE ZEROS               TO FU-ENCUMBERED
           MOVE ZEROS               TO FU-SPENT
           WRITE FU-FUND-RECORD
               INVALID KEY
                   DISPLAY "Fund " FA-TXN-FUND-CODE " "
                           FA-TXN-YEAR " already on file."
               NOT INVALID KEY
                   DISPLAY "Fund " FA-TXN-FUND-CODE " "
                           FA-TXN-YEAR " added."
           END-WRITE.
       2200-EXIT.
           EXIT.

      *  A cut below what is already committed is taken - the money
      *  may really have gone - but flagged, and BOOKORD will refuse
      *  further orders on the fund until it is free again.
       2300-UPDATE-FUND.
           PERFORM 2600-READ-FUND THRU 2600-EXIT
           IF NOT FA-RECORD-FOUND
               GO TO 2300-EXIT
           END-IF
           IF FA-TXN-NAME NOT = SPACES
               MOVE FA-TXN-NAME TO FU-FUND-NAME
           END-IF
           IF FA-TXN-BRANCH NOT = SPACES
               PERFORM 2500-CHECK-BRANCH THRU 2500-EXIT
               IF FA-BRN-ON-FILE
                   MOVE FA-TXN-BRANCH TO FU-BRANCH
               ELSE
                   DISPLAY "Branch " FA-TXN-BRANCH " is not on"
                           " BRANCHES.DAT - kept prior."
               END-IF
           END-IF
           IF FA-TXN-ALLOCATION NOT = SPACES
               IF FA-TXN-ALLOCATION-N NOT NUMERIC
                   DISPLAY "Allocation must be nine digits - kept"
                           " prior."
               ELSE
                   MOVE FA-TXN-ALLOCATION-N TO FU-ALLOCATION
               END-IF
           END-IF
           REWRITE FU-FUND-RECORD
               INVALID KEY
                   DISPLAY "Fund " FA-TXN-FUND-CODE " not"
                           " rewritten."
                   GO TO 2300-EXIT
           END-REWRITE
           DISPLAY "Fund " FA-TXN-FUND-CODE " " FA-TXN-YEAR
                   " updated."
           COMPUTE FA-FREE-BALANCE =
               FU-ALLOCATION - FU-ENCUMBERED - FU-SPENT
           IF FA-FREE-BALANCE < ZEROS
               MOVE FA-FREE-BALANCE TO FA-AMOUNT-DISPLAY
               DISPLAY "*** Fund is over-committed - free balance "
                       FA-AMOUNT-DISPLAY "."
           END-IF.
       2300-EXIT.
           EXIT.

       2400-DELETE-FUND.
           PERFORM 2600-READ-FUND THRU 2600-EXIT
           IF NOT FA-RECORD-FOUND
               GO TO 2400-EXIT
           END-IF
           IF FU-ENCUMBERED NOT = ZEROS
               OR FU-SPENT NOT = ZEROS
               DISPLAY "Fund " FA-TXN-FUND-CODE " " FA-TXN-YEAR
                       " has orders charged to it - not deleted."
               GO TO 2400-EXIT
           END-IF
           DELETE FundFile
               INVALID KEY
                   DISPLAY "Fund " FA-TXN-FUND-CODE " not deleted."
               NOT INVALID KEY
                   DISPLAY "Fund " FA-TXN-FUND-CODE " " FA-TXN-YEAR
                           " removed."
           END-DELETE.
       2400-EXIT.
           EXIT.

      *  Blank is the main building and always passes; with no
      *  branch table on file the check passes, matching BOOKHOLD.
       2500-CHECK-BRANCH.
           MOVE "N" TO FA-BRN-OK-SWITCH
           IF FA-TXN-BRANCH = SPACES
               MOVE "Y" TO FA-BRN-OK-SWITCH
               GO TO 2500-EXIT
           END-IF
           OPEN INPUT BranchFile
           IF NOT FA-BRNFILE-OK
               MOVE "Y" TO FA-BRN-OK-SWITCH
               GO TO 2500-EXIT
           END-IF
           MOVE FA-TXN-BRANCH TO BN-BRANCH-CODE
           READ BranchFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO FA-BRN-OK-SWITCH
           END-READ
           CLOSE BranchFile.
       2500-EXIT.
           EXIT.

       2600-READ-FUND.
           MOVE FA-TXN-FUND-CODE TO FU-FUND-CODE
           MOVE FA-TXN-YEAR      TO FU-FISCAL-YEAR
           MOVE "N" TO FA-FOUND-SWITCH
           READ FundFile
               INVALID KEY
                   DISPLAY "Fund " FA-TXN-FUND-CODE " " FA-TXN-YEAR
                           " not found."
               NOT INVALID KEY
                   MOVE "Y" TO FA-FOUND-SWITCH
           END-READ.
       2600-EXIT.
           EXIT.
