      *  way BOOKRELD restores the live file, TRBORROW.DAT copies
      *  from the BORROWER.DAT master so trainees key real-looking
      *  borrower numbers, and the practice loan, history, hold,
      *  audit, fines, keyword and borrower block files are
      *  emptied - yesterday's practice session disappears.  Run it
      *  before each training class.
      *
      *  Modification history
      *  ---------------------
      *  2026-09-02  jg  Original program.
      *  2026-10-14  jg  Practice borrower record grew a byte with
      *                  BW-CATEGORY.
      *  2026-10-14  jg  Practice hold record grew with the pickup
      *                  branch fields.
      *  2026-10-14  jg  The practice payment journal and its
      *                  receipt number are emptied with the fines.
      *  2026-10-15  jg  Practice hold record grew with the
      *                  any-edition work code.
      *  2026-10-15  jg  The practice loan history is indexed like
      *                  LOANHIST.DAT, emptied the same way.
      *  2026-10-15  jg  Practice borrower record brought to the full
      *                  112-byte BORRREC layout - registered-by,
      *                  home branch, prior expiry and the new
      *                  claims-returned count were being cut off.
      *  2026-10-15  jg  The practice borrower blocks and block log
      *                  are emptied with the other practice files.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS LN-BOOK-ID
               FILE STATUS IS TF-GEN-STATUS.
           SELECT TrainHistFile ASSIGN TO "TRLNHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-HISTORY-KEY
               ALTERNATE RECORD KEY IS LH-BORROWER-NO WITH DUPLICATES
               ALTERNATE RECORD KEY IS LH-EVENT-DATE WITH DUPLICATES
               FILE STATUS IS TF-GEN-STATUS.
           SELECT TrainHoldFile ASSIGN TO "TRBKHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT TrainKwixFile ASSIGN TO "TRBKKWIX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TF-GEN-STATUS.
           SELECT TrainJrnlFile ASSIGN TO "TRFINJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TF-GEN-STATUS.
           SELECT TrainRcptFile ASSIGN TO "TRFINRCP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TF-GEN-STATUS.
           SELECT TrainBlockFile ASSIGN TO "TRBORBLK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BB-BLOCK-KEY
               FILE STATUS IS TF-GEN-STATUS.
           SELECT TrainBlkLogFile ASSIGN TO "TRBLKLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TF-GEN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BackupFile.
       FD TrainBorrFile.
       01  TF-TRAIN-BORR-RECORD.
           05  TF-TB-BORROWER-NO     PIC 9(05).
           05  TF-TB-REST            PIC X(107).

       FD TrainLoanFile.
       COPY LOANREC.

       FD TrainHistFile.
       COPY LOANHIST.

       FD TrainHoldFile.
       01  TF-TRAIN-HOLD-RECORD      PIC X(84).

       FD TrainAuditFile.
       01  TF-TRAIN-AUDIT-RECORD     PIC X(178).
       FD TrainKwixFile.
       01  TF-TRAIN-KWIX-RECORD      PIC X(23).

       FD TrainJrnlFile.
       01  TF-TRAIN-JRNL-RECORD      PIC X(57).

       FD TrainRcptFile.
       01  TF-TRAIN-RCPT-RECORD      PIC X(07).

       FD TrainBlockFile.
       COPY BLOCKREC.

       FD TrainBlkLogFile.
       01  TF-TRAIN-BLKLOG-RECORD    PIC X(88).

       WORKING-STORAGE SECTION.
       01  TF-BACKUPFILE-STATUS      PIC X(02).
           88  TF-BACKUPFILE-OK      VALUE "00".
           DISPLAY "----------------------------------------"
           DISPLAY "Practice books....: " TF-BOOK-COUNT
           DISPLAY "Practice borrowers: " TF-BORR-COUNT
           DISPLAY "Practice loan, history, hold, audit, fine,"
           DISPLAY "keyword and borrower block files emptied."
           GOBACK.

      *  TRBOOKS.DAT reloads from the BOOKS.BKP detail records the
           OPEN OUTPUT TrainKwixFile
           IF TF-GEN-OK
               CLOSE TrainKwixFile
           END-IF
           OPEN OUTPUT TrainJrnlFile
           IF TF-GEN-OK
               CLOSE TrainJrnlFile
           END-IF
           OPEN OUTPUT TrainRcptFile
           IF TF-GEN-OK
               CLOSE TrainRcptFile
           END-IF
           OPEN OUTPUT TrainBlockFile
           IF TF-GEN-OK
               CLOSE TrainBlockFile
           END-IF
           OPEN OUTPUT TrainBlkLogFile
           IF TF-GEN-OK
               CLOSE TrainBlkLogFile
           END-IF.
       3000-EXIT.
           EXIT.
