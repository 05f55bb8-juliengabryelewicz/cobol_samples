      *****************************************************************
      *  SERLREC.CPY
      *
      *  One magazine or journal subscription on the SERIALS.DAT
      *  master, keyed on the subscription number - the title, the
      *  SUPPLIER.DAT code it is bought through, how often it comes
      *  out, the renewal date and the branch that shelves it.
      *  Maintained by SERMNT; read by SERCLAIM for the claims
      *  report and by ORDRPT for the renewals due.  COPY this
      *  member into the FD for SerialFile.
      *
      *  The predicted-issue calendar runs off SB-FIRST-ISSUE-DATE:
      *  issue n is expected (n - 1) * 365 / SB-ISSUES-PER-YEAR
      *  days after it, and is late once SB-GRACE-DAYS more have
      *  gone by without a check-in.  SB-FREQUENCY is the published
      *  frequency and sets the issues per year when none is keyed
      *  (W 52, F 26, M 12, B 6, Q 4, S 2, A 1).
      *
      *  SB-LAST-ISSUE-NO is the highest issue number checked in so
      *  far - the next check-in defaults to one past it.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with the serials
      *                  subscriptions.
      *****************************************************************
       01  SB-SUBSCRIPTION-RECORD.
           05  SB-SUB-ID                   PIC 9(05).
           05  SB-TITLE                    PIC X(30).
           05  SB-SUPPLIER-CODE            PIC X(05).
           05  SB-FREQUENCY                PIC X(01).
               88  SB-FREQUENCY-VALID      VALUE "W" "F" "M" "B"
                                                 "Q" "S" "A".
           05  SB-ISSUES-PER-YEAR          PIC 9(03).
           05  SB-FIRST-ISSUE-DATE         PIC 9(08).
           05  SB-RENEWAL-DATE             PIC 9(08).
           05  SB-BRANCH                   PIC X(03).
           05  SB-GRACE-DAYS               PIC 9(03).
           05  SB-STATUS                   PIC X(01).
               88  SB-ACTIVE               VALUE "A" SPACE.
               88  SB-CANCELLED            VALUE "C".
           05  SB-LAST-ISSUE-NO            PIC 9(05).
           05  SB-LAST-RECEIVED-DATE       PIC 9(08).
