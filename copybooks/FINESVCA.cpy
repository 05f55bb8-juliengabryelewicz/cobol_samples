      *      P  post a payment of FS-AMOUNT at the desk
      *      W  waive FS-AMOUNT of the balance at the desk
      *      B  balance inquiry - FS-BALANCE only, nothing posted
      *      C  credit FS-AMOUNT back - reverses a charge assessed in
      *         error or no longer owed (a lost book's replacement
      *         charge when the book comes back); the balance may
      *         go below zero, a credit the desk refunds
      *
      *  FS-BORROWER-NAME is carried onto a newly created account on
      *  an A; on the other functions it is ignored.  FS-BALANCE
      *  always comes back holding the balance after the call - zero
      *  when the borrower has no account.
      *  FS-REFERRED-DATE comes back holding the date the account
      *  was referred to the collection agency (see COLLREF) as it
      *  stood before the call - zero when it was never referred.
      *  A payment or waiver that clears the balance also clears
      *  the referral.
      *
      *  FS-OPER-ID, FS-BRANCH and FS-METHOD go onto the journal
      *  line (see FINEJRNL member) every A, P, W and C writes.
      *  FS-OPER-ID left as spaces stamps the operator signed on
      *  (CURROPER.DAT); a batch program passes its own name.
      *  FS-BRANCH is the branch the money or the charge belongs to,
      *  spaces when there is none.  FS-METHOD is required on a P -
      *      C  cash
      *      D  card
      *      Q  cheque
      *  - and ignored on the other functions.  FS-RECEIPT-NO comes
      *  back holding the journal's receipt number for the posting,
      *  zero when nothing was posted.
      *
      *  FS-STATUS on return:
      *      00  completed normally
      *      01  unknown function code
      *      02  BOOKFINE.DAT could not be opened or written
      *      03  FS-AMOUNT is zero or not numeric
      *      04  payment or waiver exceeds the balance owed, or a
      *          credit against a borrower with no account
      *      05  payment without a valid FS-METHOD
      *
      *  Modification history
      *  ---------------------
      *  2026-09-02  jg  Original member, introduced with the fines
      *                  and charges subsystem.
      *  2026-10-14  jg  Added FS-REFERRED-DATE for the collections
      *                  referral.
      *  2026-10-14  jg  Added function C, credit, for the lost-book
      *                  replacement charge refunded on return.
      *  2026-10-14  jg  Added FS-OPER-ID, FS-BRANCH, FS-METHOD and
      *                  FS-RECEIPT-NO for the cashier payment
      *                  journal.
      *****************************************************************
       01  FS-FINE-SVC-AREA.
           05  FS-FUNCTION                  PIC X(01).
           05  FS-AMOUNT                    PIC 9(05)V99.
           05  FS-BALANCE                   PIC S9(07)V99.
           05  FS-STATUS                    PIC X(02).
           05  FS-REFERRED-DATE             PIC 9(08).
           05  FS-OPER-ID                   PIC X(08).
           05  FS-BRANCH                    PIC X(03).
           05  FS-METHOD                    PIC X(01).
               88  FS-METHOD-VALID          VALUE "C" "D" "Q".
           05  FS-RECEIPT-NO                PIC 9(07).
