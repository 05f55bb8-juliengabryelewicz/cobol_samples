      *****************************************************************
      *  SERISSUE.CPY
      *
      *  One issue of a subscription checked in at the desk,
      *  written to SERISSUE.DAT by SERMNT's I transaction and keyed
      *  on subscription and issue number, so SERCLAIM can tell a
      *  predicted issue that arrived from one that never did.
      *  SI-BOOK-ID is the BOOKS.DAT item the issue was lent under
      *  (zero when it was kept for reference only).  COPY this
      *  member into the FD for IssueFile.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with the serials
      *                  issue check-in.
      *****************************************************************
       01  SI-ISSUE-RECORD.
           05  SI-ISSUE-KEY.
               10  SI-SUB-ID               PIC 9(05).
               10  SI-ISSUE-NO             PIC 9(05).
           05  SI-ISSUE-LABEL              PIC X(11).
           05  SI-EXPECTED-DATE            PIC 9(08).
           05  SI-RECEIVED-DATE            PIC 9(08).
           05  SI-BOOK-ID                  PIC 9(07).
           05  SI-OPER-ID                  PIC X(08).
