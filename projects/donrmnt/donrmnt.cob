       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DONRMNT.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  DONRMNT
      *
      *  Donor master maintenance against DONORS.DAT, in the style
      *  of SUPPMNT - A/U/D transactions keyed at the console.
      *  GIFTINT will not open a donation lot for a donor who is not
      *  on this file, and the acknowledgment letter goes to the
      *  name and address held here.  A donor who has given a lot
      *  cannot be removed - the donations statement for the year
      *  still needs them.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program, introduced with gift-book
      *                  intake.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DonorFile ASSIGN TO "DONORS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DN-DONOR-NO
               FILE STATUS IS DV-DONRFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DonorFile.
       COPY DONORREC.

       WORKING-STORAGE SECTION.
       01  DV-DONRFILE-STATUS        PIC X(02).
           88  DV-DONRFILE-OK        VALUE "00".
           88  DV-DONRFILE-NEW       VALUE "35".

       01  DV-FOUND-SWITCH           PIC X(01).
           88  DV-RECORD-FOUND       VALUE "Y".

       01  DV-TXN-LINE.
           05  DV-TXN-CODE           PIC X(01).
               88  DV-ADD-TXN        VALUE "A" "a".
               88  DV-UPDATE-TXN     VALUE "U" "u".
               88  DV-DELETE-TXN     VALUE "D" "d".
           05  DV-TXN-DONOR-NO       PIC 9(06).
           05  DV-TXN-NAME           PIC X(30).
           05  DV-TXN-ADDRESS-1      PIC X(30).
           05  DV-TXN-ADDRESS-2      PIC X(30).
           05  DV-TXN-TOWN           PIC X(20).
           05  DV-TXN-POSTCODE       PIC X(08).
           05  DV-TXN-TAX-RECEIPT    PIC X(01).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF DV-DONRFILE-OK
               DISPLAY "Enter donor transactions below.  Enter no"
               DISPLAY "data to end."
               PERFORM 2000-GET-DONOR-TXN THRU 2000-EXIT
               PERFORM 2100-PROCESS-DONOR-TXN THRU 2100-EXIT
                   UNTIL DV-TXN-LINE = SPACES
               CLOSE DonorFile
           END-IF
           GOBACK.

       1000-INITIALIZE.
           OPEN I-O DonorFile
           IF DV-DONRFILE-NEW
               OPEN OUTPUT DonorFile
               CLOSE DonorFile
               OPEN I-O DonorFile
           END-IF
           IF NOT DV-DONRFILE-OK
               DISPLAY "DONORS.DAT OPEN failed - status "
                       DV-DONRFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-GET-DONOR-TXN.
           DISPLAY "Enter - Txn(A/U/D), DonorNo, Name, Address line 1,"
           DISPLAY "Address line 2, Town, Postcode, Tax receipt (Y/N)"
           DISPLAY "TDDDDDDNNNNNNNNNNNNNNNNNNNNNNNNNNNNNN..."
           ACCEPT  DV-TXN-LINE.
       2000-EXIT.
           EXIT.

       2100-PROCESS-DONOR-TXN.
           EVALUATE TRUE
               WHEN DV-ADD-TXN
                   PERFORM 2200-ADD-DONOR THRU 2200-EXIT
               WHEN DV-UPDATE-TXN
                   PERFORM 2300-UPDATE-DONOR THRU 2300-EXIT
               WHEN DV-DELETE-TXN
                   PERFORM 2400-DELETE-DONOR THRU 2400-EXIT
               WHEN OTHER
                   DISPLAY "Unknown transaction code - ignored."
           END-EVALUATE
           PERFORM 2000-GET-DONOR-TXN THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

       2200-ADD-DONOR.
           IF DV-TXN-DONOR-NO NOT NUMERIC
               OR DV-TXN-DONOR-NO = ZEROS
               DISPLAY "Donor number must be six digits, not zero."
               GO TO 2200-EXIT
           END-IF
           IF DV-TXN-NAME = SPACES
               DISPLAY "Donor name must not be blank."
               GO TO 2200-EXIT
           END-IF
           IF DV-TXN-TAX-RECEIPT NOT = "Y"
               AND DV-TXN-TAX-RECEIPT NOT = "N"
               AND DV-TXN-TAX-RECEIPT NOT = SPACE
               DISPLAY "Tax receipt must be Y or N."
               GO TO 2200-EXIT
           END-IF
           MOVE DV-TXN-DONOR-NO    TO DN-DONOR-NO
           MOVE DV-TXN-NAME        TO DN-DONOR-NAME
           MOVE DV-TXN-ADDRESS-1   TO DN-ADDRESS-1
           MOVE DV-TXN-ADDRESS-2   TO DN-ADDRESS-2
           MOVE DV-TXN-TOWN        TO DN-TOWN
           MOVE DV-TXN-POSTCODE    TO DN-POSTCODE
           MOVE DV-TXN-TAX-RECEIPT TO DN-TAX-RECEIPT
           MOVE ZEROS TO DN-FIRST-GIFT-DATE DN-LAST-GIFT-DATE
           WRITE DN-DONOR-RECORD
               INVALID KEY
                   DISPLAY "Donor " DV-TXN-DONOR-NO
                           " already on file."
               NOT INVALID KEY
                   DISPLAY "Donor " DV-TXN-DONOR-NO " added."
           END-WRITE.
       2200-EXIT.
           EXIT.

       2300-UPDATE-DONOR.
           PERFORM 2500-READ-DONOR THRU 2500-EXIT
           IF NOT DV-RECORD-FOUND
               GO TO 2300-EXIT
           END-IF
           IF DV-TXN-NAME NOT = SPACES
               MOVE DV-TXN-NAME TO DN-DONOR-NAME
           END-IF
           IF DV-TXN-ADDRESS-1 NOT = SPACES
               MOVE DV-TXN-ADDRESS-1 TO DN-ADDRESS-1
           END-IF
           IF DV-TXN-ADDRESS-2 NOT = SPACES
               MOVE DV-TXN-ADDRESS-2 TO DN-ADDRESS-2
           END-IF
           IF DV-TXN-TOWN NOT = SPACES
               MOVE DV-TXN-TOWN TO DN-TOWN
           END-IF
           IF DV-TXN-POSTCODE NOT = SPACES
               MOVE DV-TXN-POSTCODE TO DN-POSTCODE
           END-IF
           IF DV-TXN-TAX-RECEIPT = "Y" OR DV-TXN-TAX-RECEIPT = "N"
               MOVE DV-TXN-TAX-RECEIPT TO DN-TAX-RECEIPT
           END-IF
           REWRITE DN-DONOR-RECORD
               INVALID KEY
                   DISPLAY "Donor " DV-TXN-DONOR-NO
                           " not rewritten."
               NOT INVALID KEY
                   DISPLAY "Donor " DV-TXN-DONOR-NO " updated."
           END-REWRITE.
       2300-EXIT.
           EXIT.

       2400-DELETE-DONOR.
           PERFORM 2500-READ-DONOR THRU 2500-EXIT
           IF NOT DV-RECORD-FOUND
               GO TO 2400-EXIT
           END-IF
           IF DN-FIRST-GIFT-DATE IS NUMERIC
               AND DN-FIRST-GIFT-DATE > ZEROS
               DISPLAY "Donor " DV-TXN-DONOR-NO " has given lots"
                       " since " DN-FIRST-GIFT-DATE " - kept for"
                       " the donations statement."
               GO TO 2400-EXIT
           END-IF
           DELETE DonorFile
               INVALID KEY
                   DISPLAY "Donor " DV-TXN-DONOR-NO
                           " not deleted."
               NOT INVALID KEY
                   DISPLAY "Donor " DV-TXN-DONOR-NO " removed."
           END-DELETE.
       2400-EXIT.
           EXIT.

       2500-READ-DONOR.
           MOVE DV-TXN-DONOR-NO TO DN-DONOR-NO
           MOVE "N" TO DV-FOUND-SWITCH
           READ DonorFile
               INVALID KEY
                   DISPLAY "Donor " DV-TXN-DONOR-NO " not found."
               NOT INVALID KEY
                   MOVE "Y" TO DV-FOUND-SWITCH
           END-READ.
       2500-EXIT.
           EXIT.
