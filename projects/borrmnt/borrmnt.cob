      *                  later.  BOOKLOAN and BOOKHOLD refuse an
      *                  expired membership; MEMBEXP lists what
      *                  expires soon.
      *  2026-10-14  jg  The transaction line now carries the
      *                  borrower category (A adult, J junior, S
      *                  staff, H housebound, I institutional) after
      *                  the email address.  An add defaults to
      *                  adult; an update changes it only when keyed.
      *                  The category keys the CATPRIV.DAT privilege
      *                  table BOOKLOAN and BOOKHOLD enforce (see
      *                  CATPMNT).
      *  2026-10-14  jg  Borrower number 00000 is refused on an add -
      *                  it marks the anonymised history RETAIN
      *                  leaves behind.
      *  2026-10-15  jg  An add stamps the operator signed on
      *                  (GETOPER) in BW-REGISTERED-BY, so SODRPT can
      *                  match registrations against fine waivers.
      *  2026-10-15  jg  The transaction line now carries the home
      *                  branch after the category, checked against
      *                  BRANCHES.DAT when the table is on file.  An
      *                  add stamps it (blank, the main building); an
      *                  update changes it only when keyed.  A renewal
      *                  keeps the expiry it replaces in
      *                  BW-PRIOR-EXPIRY, for MEMBENG's renewal rate.
      *  2026-10-15  jg  An add starts the claims-returned count
      *                  (BW-CLAIM-COUNT, stepped by BOOKLOAN) at
      *                  zero; an update leaves it alone.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BW-BORROWER-NO
               FILE STATUS IS BM-BORRFILE-STATUS.
           SELECT BranchFile ASSIGN TO "BRANCHES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BN-BRANCH-CODE
               FILE STATUS IS BM-BRNFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BorrowerFile.
       COPY BORRREC.

       FD BranchFile.
       COPY BRCHREC.

       WORKING-STORAGE SECTION.
       01  BM-BORRFILE-STATUS        PIC X(02).
           88  BM-BORRFILE-OK        VALUE "00".
           88  BM-BORRFILE-NEW       VALUE "35".

       01  BM-BRNFILE-STATUS         PIC X(02).
           88  BM-BRNFILE-OK         VALUE "00".

       01  BM-BRANCHES-SWITCH        PIC X(01) VALUE "N".
           88  BM-BRANCHES-ON-FILE   VALUE "Y".

       01  BM-BRANCH-SWITCH          PIC X(01).
           88  BM-BRANCH-KNOWN       VALUE "Y".

       01  BM-FOUND-SWITCH           PIC X(01).
           88  BM-RECORD-FOUND       VALUE "Y".


       COPY DATESVCA.

       COPY CURROPER.

       01  BM-TXN-LINE.
           05  BM-TXN-CODE           PIC X(01).
               88  BM-ADD-TXN        VALUE "A" "a".
           05  BM-TXN-PHONE          PIC X(12).
           05  BM-TXN-PREF           PIC X(01).
           05  BM-TXN-EMAIL          PIC X(30).
           05  BM-TXN-CATEGORY       PIC X(01).
               88  BM-TXN-CAT-VALID  VALUE "A" "J" "S" "H" "I".
           05  BM-TXN-BRANCH         PIC X(03).

       PROCEDURE DIVISION.
       0000-MAINLINE.
                   UNTIL BM-TXN-LINE = SPACES
               CLOSE BorrowerFile
           END-IF
           IF BM-BRANCHES-ON-FILE
               CLOSE BranchFile
           END-IF
           GOBACK.

       1000-INITIALIZE.
           ACCEPT BM-SYSTEM-DATE FROM DATE YYYYMMDD
           CALL "GETOPER" USING CO-CURRENT-OPER-AREA
           END-CALL
           OPEN I-O BorrowerFile
           IF BM-BORRFILE-NEW
               OPEN OUTPUT BorrowerFile
               DISPLAY "BORROWER.DAT OPEN failed - status "
                       BM-BORRFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
      *    Home branches are checked against BRANCHES.DAT when the
      *    table is on file, the way WRITE-FILE checks BK-BRANCH.
           OPEN INPUT BranchFile
           IF BM-BRNFILE-OK
               SET BM-BRANCHES-ON-FILE TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-GET-BORROWER-TXN.
           DISPLAY "Enter - Txn(A/U/D/R), BorrowerNo, Name(25),"
           DISPLAY "Phone, Pref(P/T/E), Email(30), Category"
           DISPLAY "(A/J/S/H/I), Home branch (R renews the"
           DISPLAY "membership - number alone)"
           DISPLAY "TNNNNNAAAAAAAAAAAAAAAAAAAAAAAAA"
           DISPLAY "PPPPPPPPPPPPCEEE...(30)...EEEKBBB"
           ACCEPT  BM-TXN-LINE.
       2000-EXIT.
           EXIT.
           EXIT.

       2200-ADD-BORROWER.
           IF BM-TXN-BORROWER-NO = ZEROS
               DISPLAY "Borrower number 00000 is reserved."
               GO TO 2200-EXIT
           END-IF
           IF BM-TXN-NAME = SPACES
               DISPLAY "Borrower name must not be blank."
               GO TO 2200-EXIT
               DISPLAY "Contact preference must be P, T or E."
               GO TO 2200-EXIT
           END-IF
           IF BM-TXN-CATEGORY NOT = SPACE AND NOT BM-TXN-CAT-VALID
               DISPLAY "Category must be A, J, S, H or I."
               GO TO 2200-EXIT
           END-IF
           PERFORM 2600-CHECK-BRANCH THRU 2600-EXIT
           IF NOT BM-BRANCH-KNOWN
               GO TO 2200-EXIT
           END-IF
           MOVE BM-TXN-BORROWER-NO TO BW-BORROWER-NO
           MOVE BM-TXN-NAME        TO BW-BORROWER-NAME
           MOVE BM-TXN-PHONE       TO BW-BORROWER-PHONE
           MOVE BM-SYSTEM-DATE     TO BW-REGISTER-DATE
           MOVE CO-OPER-ID         TO BW-REGISTERED-BY
           IF BM-TXN-PREF = SPACE
               MOVE "P" TO BW-CONTACT-PREF
           ELSE
               MOVE BM-TXN-PREF TO BW-CONTACT-PREF
           END-IF
           MOVE BM-TXN-EMAIL       TO BW-CONTACT-EMAIL
           IF BM-TXN-CATEGORY = SPACE
               MOVE "A" TO BW-CATEGORY
           ELSE
               MOVE BM-TXN-CATEGORY TO BW-CATEGORY
           END-IF
           MOVE BM-TXN-BRANCH      TO BW-HOME-BRANCH
           MOVE ZEROS              TO BW-PRIOR-EXPIRY
           MOVE ZEROS              TO BW-CLAIM-COUNT
           MOVE BM-SYSTEM-DATE TO BM-RENEW-BASE-DATE
           PERFORM 2550-COMPUTE-EXPIRY THRU 2550-EXIT
           WRITE BW-BORROWER-RECORD
               IF BM-TXN-EMAIL NOT = SPACES
                   MOVE BM-TXN-EMAIL TO BW-CONTACT-EMAIL
               END-IF
               IF BM-TXN-CAT-VALID
                   MOVE BM-TXN-CATEGORY TO BW-CATEGORY
               ELSE
                   IF BM-TXN-CATEGORY NOT = SPACE
                       DISPLAY "Category " BM-TXN-CATEGORY " is not"
                               " A, J, S, H or I - left as "
                               BW-CATEGORY "."
                   END-IF
               END-IF
               IF BM-TXN-BRANCH NOT = SPACES
                   PERFORM 2600-CHECK-BRANCH THRU 2600-EXIT
                   IF BM-BRANCH-KNOWN
                       MOVE BM-TXN-BRANCH TO BW-HOME-BRANCH
                   ELSE
                       DISPLAY "Home branch left as "
                               BW-HOME-BRANCH "."
                   END-IF
               END-IF
               REWRITE BW-BORROWER-RECORD
                   INVALID KEY
                       DISPLAY "Borrower " BM-TXN-BORROWER-NO
           ELSE
               MOVE BM-SYSTEM-DATE TO BM-RENEW-BASE-DATE
           END-IF
           MOVE BW-EXPIRY-DATE TO BW-PRIOR-EXPIRY
           PERFORM 2550-COMPUTE-EXPIRY THRU 2550-EXIT
           REWRITE BW-BORROWER-RECORD
               INVALID KEY
           END-IF.
       2550-EXIT.
           EXIT.

      *  A blank branch is the main building; any other code must be
      *  on BRANCHES.DAT when the table is on file.
       2600-CHECK-BRANCH.
           MOVE "Y" TO BM-BRANCH-SWITCH
           IF BM-TXN-BRANCH = SPACES OR NOT BM-BRANCHES-ON-FILE
               GO TO 2600-EXIT
           END-IF
           MOVE BM-TXN-BRANCH TO BN-BRANCH-CODE
           READ BranchFile
               INVALID KEY
                   DISPLAY "Home branch " BM-TXN-BRANCH
                           " not on BRANCHES.DAT."
                   MOVE "N" TO BM-BRANCH-SWITCH
           END-READ.
       2600-EXIT.
           EXIT.
