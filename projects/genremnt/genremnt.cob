      *  Modification history
      *  ---------------------
      *  2026-08-22  jg  Original program.
      *  2026-10-15  jg  Genre transactions carry the spine-label
      *                  shelf mark.  An add with no mark takes the
      *                  first four characters of the code; an update
      *                  with no mark keeps the one on file.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  GM-DELETE-TXN     VALUE "D" "d".
           05  GM-TXN-GENRE-CODE     PIC X(10).
           05  GM-TXN-GENRE-DESC     PIC X(30).
           05  GM-TXN-SHELF-MARK     PIC X(04).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           EXIT.

       2000-GET-GENRE-TXN.
           DISPLAY "Enter - Txn(A/U/D), Code, Description, Shelf mark"
           DISPLAY "TCCCCCCCCCCDDDDDDDDDDDDDDDDDDDDDDDDDDDDDDSSSS"
           ACCEPT  GM-TXN-LINE.
       2000-EXIT.
           EXIT.
           END-IF
           MOVE GM-TXN-GENRE-CODE TO GE-GENRE-CODE
           MOVE GM-TXN-GENRE-DESC TO GE-GENRE-DESC
           IF GM-TXN-SHELF-MARK = SPACES
               MOVE GM-TXN-GENRE-CODE TO GE-SHELF-MARK
           ELSE
               MOVE GM-TXN-SHELF-MARK TO GE-SHELF-MARK
           END-IF
           WRITE GE-GENRE-RECORD
               INVALID KEY
                   DISPLAY "Genre " GM-TXN-GENRE-CODE
           END-READ
           IF GM-RECORD-FOUND
               MOVE GM-TXN-GENRE-DESC TO GE-GENRE-DESC
               IF GM-TXN-SHELF-MARK NOT = SPACES
                   MOVE GM-TXN-SHELF-MARK TO GE-SHELF-MARK
               END-IF
               REWRITE GE-GENRE-RECORD
                   INVALID KEY
                       DISPLAY "Genre " GM-TXN-GENRE-CODE
