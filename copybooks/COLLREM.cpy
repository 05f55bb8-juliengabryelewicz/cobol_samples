      *****************************************************************
      *  COLLREM.CPY
      *
      *  One payment taken on a fines account already referred to
      *  the collection agency, appended to COLLREM.DAT by FINEMNT
      *  when the payment posts - who paid, how much, when, the
      *  balance left and the date the account was referred.
      *  COLLRMT reads it back for the monthly remittance report
      *  the agency's commission is reconciled against.  COPY this
      *  member into the FD for RemitFile.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-14  jg  Original member, introduced with the
      *                  collections referral.
      *****************************************************************
       01  RM-REMIT-RECORD.
           05  RM-BORROWER-NO              PIC 9(05).
           05  RM-PAY-DATE                 PIC 9(08).
           05  RM-PAY-TIME                 PIC 9(08).
           05  RM-AMOUNT                   PIC 9(05)V99.
           05  RM-BALANCE-AFTER            PIC S9(07)V99.
           05  RM-REFERRED-DATE            PIC 9(08).
