       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEPRMNT.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  DEPRMNT
      *
      *  Depreciation schedule maintenance against DEPRSCHD.DAT, in
      *  the style of GLMAPMNT - A/U/D transactions keyed at the
      *  console, one line per genre giving the useful life in years
      *  and the method (S straight line, D declining balance).  The
      *  genre must be on GENRES.DAT (see GENREMNT) when that table
      *  is present; the reserved key *DEFAULT, which covers every
      *  genre without a line of its own, is always accepted.
      *  ASSETREG depreciates the collection through this table.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program, introduced with the
      *                  fixed-asset register.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DeprFile ASSIGN TO "DEPRSCHD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-GENRE
               FILE STATUS IS DM-DEPRFILE-STATUS.
           SELECT GenreFile ASSIGN TO "GENRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GE-GENRE-CODE
               FILE STATUS IS DM-GENREFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DeprFile.
       COPY DEPRREC.

       FD GenreFile.
       COPY GENREREC.

       WORKING-STORAGE SECTION.
       01  DM-DEPRFILE-STATUS        PIC X(02).
           88  DM-DEPRFILE-OK        VALUE "00".
           88  DM-DEPRFILE-NEW       VALUE "35".

       01  DM-GENREFILE-STATUS       PIC X(02).
           88  DM-GENREFILE-OK       VALUE "00".

       01  DM-FOUND-SWITCH           PIC X(01).
           88  DM-RECORD-FOUND       VALUE "Y".

       01  DM-GENRES-SWITCH          PIC X(01) VALUE "N".
           88  DM-GENRES-ON-FILE     VALUE "Y".

       01  DM-GENRE-OK-SWITCH        PIC X(01).
           88  DM-GENRE-OK           VALUE "Y".

       01  DM-ENTRY-OK-SWITCH        PIC X(01).
           88  DM-ENTRY-OK           VALUE "Y".

       01  DM-TXN-LINE.
           05  DM-TXN-CODE           PIC X(01).
               88  DM-ADD-TXN        VALUE "A" "a".
               88  DM-UPDATE-TXN     VALUE "U" "u".
               88  DM-DELETE-TXN     VALUE "D" "d".
           05  DM-TXN-GENRE          PIC X(10).
           05  DM-TXN-LIFE           PIC X(02).
           05  DM-TXN-LIFE-N REDEFINES DM-TXN-LIFE
                                     PIC 9(02).
           05  DM-TXN-METHOD         PIC X(01).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF DM-DEPRFILE-OK
               DISPLAY "Enter schedule transactions below.  Enter no"
               DISPLAY "data to end."
               PERFORM 2000-GET-DEPR-TXN THRU 2000-EXIT
               PERFORM 2100-PROCESS-DEPR-TXN THRU 2100-EXIT
                   UNTIL DM-TXN-LINE = SPACES
               CLOSE DeprFile
               IF DM-GENRES-ON-FILE
                   CLOSE GenreFile
               END-IF
           END-IF
           GOBACK.

       1000-INITIALIZE.
           OPEN I-O DeprFile
           IF DM-DEPRFILE-NEW
               OPEN OUTPUT DeprFile
               CLOSE DeprFile
               OPEN I-O DeprFile
           END-IF
           IF NOT DM-DEPRFILE-OK
               DISPLAY "DEPRSCHD.DAT OPEN failed - status "
                       DM-DEPRFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT GenreFile
           IF DM-GENREFILE-OK
               SET DM-GENRES-ON-FILE TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-GET-DEPR-TXN.
           DISPLAY "Enter - Txn(A/U/D), Genre, Life (years), Method"
           DISPLAY "  (S straight line, D declining balance)"
           DISPLAY "TGGGGGGGGGGLLM"
           ACCEPT  DM-TXN-LINE.
       2000-EXIT.
           EXIT.

       2100-PROCESS-DEPR-TXN.
           EVALUATE TRUE
               WHEN DM-ADD-TXN
                   PERFORM 2200-ADD-SCHEDULE THRU 2200-EXIT
               WHEN DM-UPDATE-TXN
                   PERFORM 2300-UPDATE-SCHEDULE THRU 2300-EXIT
               WHEN DM-DELETE-TXN
                   PERFORM 2400-DELETE-SCHEDULE THRU 2400-EXIT
               WHEN OTHER
                   DISPLAY "Unknown transaction code - ignored."
           END-EVALUATE
           PERFORM 2000-GET-DEPR-TXN THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

       2200-ADD-SCHEDULE.
           IF DM-TXN-GENRE = SPACES
               DISPLAY "Genre must not be blank."
               GO TO 2200-EXIT
           END-IF
           PERFORM 2500-CHECK-GENRE THRU 2500-EXIT
           IF NOT DM-GENRE-OK
               DISPLAY "Genre " DM-TXN-GENRE " is not on GENRES.DAT"
                       " - see GENREMNT."
               GO TO 2200-EXIT
           END-IF
           PERFORM 2600-CHECK-ENTRY THRU 2600-EXIT
           IF NOT DM-ENTRY-OK
               GO TO 2200-EXIT
           END-IF
           MOVE DM-TXN-GENRE  TO DP-GENRE
           MOVE DM-TXN-LIFE-N TO DP-USEFUL-LIFE
           MOVE DM-TXN-METHOD TO DP-METHOD
           WRITE DP-DEPR-RECORD
               INVALID KEY
                   DISPLAY "Schedule " DM-TXN-GENRE
                           " already on file."
               NOT INVALID KEY
                   DISPLAY "Schedule " DM-TXN-GENRE " added."
           END-WRITE.
       2200-EXIT.
           EXIT.

       2300-UPDATE-SCHEDULE.
           MOVE DM-TXN-GENRE TO DP-GENRE
           MOVE "N" TO DM-FOUND-SWITCH
           READ DeprFile
               INVALID KEY
                   DISPLAY "Schedule " DM-TXN-GENRE " not found."
               NOT INVALID KEY
                   MOVE "Y" TO DM-FOUND-SWITCH
           END-READ
           IF NOT DM-RECORD-FOUND
               GO TO 2300-EXIT
           END-IF
           PERFORM 2600-CHECK-ENTRY THRU 2600-EXIT
           IF NOT DM-ENTRY-OK
               GO TO 2300-EXIT
           END-IF
           MOVE DM-TXN-LIFE-N TO DP-USEFUL-LIFE
           MOVE DM-TXN-METHOD TO DP-METHOD
           REWRITE DP-DEPR-RECORD
               INVALID KEY
                   DISPLAY "Schedule " DM-TXN-GENRE
                           " not rewritten."
               NOT INVALID KEY
                   DISPLAY "Schedule " DM-TXN-GENRE " updated."
           END-REWRITE.
       2300-EXIT.
           EXIT.

       2400-DELETE-SCHEDULE.
           MOVE DM-TXN-GENRE TO DP-GENRE
           MOVE "N" TO DM-FOUND-SWITCH
           READ DeprFile
               INVALID KEY
                   DISPLAY "Schedule " DM-TXN-GENRE " not found."
               NOT INVALID KEY
                   MOVE "Y" TO DM-FOUND-SWITCH
           END-READ
           IF DM-RECORD-FOUND
               DELETE DeprFile
                   INVALID KEY
                       DISPLAY "Schedule " DM-TXN-GENRE
                               " not deleted."
                   NOT INVALID KEY
                       DISPLAY "Schedule " DM-TXN-GENRE " removed."
               END-DELETE
           END-IF.
       2400-EXIT.
           EXIT.

      *  With no GENRES.DAT on file every genre is accepted, the
      *  way WRITE-FILE treats a missing reference table.
       2500-CHECK-GENRE.
           MOVE "Y" TO DM-GENRE-OK-SWITCH
           IF DM-TXN-GENRE = "*DEFAULT"
               GO TO 2500-EXIT
           END-IF
           IF NOT DM-GENRES-ON-FILE
               GO TO 2500-EXIT
           END-IF
           MOVE DM-TXN-GENRE TO GE-GENRE-CODE
           READ GenreFile
               INVALID KEY
                   MOVE "N" TO DM-GENRE-OK-SWITCH
           END-READ.
       2500-EXIT.
           EXIT.

       2600-CHECK-ENTRY.
           MOVE "N" TO DM-ENTRY-OK-SWITCH
           IF DM-TXN-LIFE-N NOT NUMERIC
               DISPLAY "Life must be keyed as two digits (years)."
               GO TO 2600-EXIT
           END-IF
           IF DM-TXN-METHOD NOT = "S"
               AND DM-TXN-METHOD NOT = "D"
               DISPLAY "Method must be S (straight line) or D"
                       " (declining balance)."
               GO TO 2600-EXIT
           END-IF
           MOVE "Y" TO DM-ENTRY-OK-SWITCH.
       2600-EXIT.
           EXIT.
