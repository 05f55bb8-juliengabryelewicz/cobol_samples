      *                  their positions; a zero reads back as "no
      *                  term on record" and stays valid until the
      *                  next renewal stamps one.
      *  2026-10-14  jg  Added BW-CATEGORY - the borrower category
      *                  (A adult, J junior, S staff, H housebound,
      *                  I institutional) maintained through BORRMNT.
      *                  Keys the CATPRIV.DAT privilege table (see
      *                  CATPMNT) that BOOKLOAN and BOOKHOLD apply -
      *                  loan period, loan and hold caps, fine rate
      *                  and cap, and barred genres.  At the end of
      *                  the record so existing files keep their
      *                  positions; a blank reads back as adult.
      *  2026-10-15  jg  Added BW-REGISTERED-BY - the operator signed
      *                  on (GETOPER) when BORRMNT registered the
      *                  borrower, for SODRPT.  At the end of the
      *                  record; old records read back blank.
      *  2026-10-15  jg  Added BW-HOME-BRANCH - the BRANCHES.DAT code
      *                  the borrower joined at, keyed through
      *                  BORRMNT (blank, the main building, as on
      *                  LOANHIST) - and BW-PRIOR-EXPIRY, the expiry
      *                  date the last BORRMNT renewal replaced (zero
      *                  until a renewal stamps one).  MEMBENG counts
      *                  registrations by branch and the renewal
      *                  rate off them.  At the end of the record;
      *                  old records read back blank and zero.
      *  2026-10-15  jg  Added BW-CLAIM-COUNT - how many times the
      *                  borrower has claimed to have returned a book
      *                  the loan file still showed out, stepped by
      *                  BOOKLOAN's C transaction so a repeat
      *                  claimant shows up at the desk and on
      *                  CLAIMRPT.  At the end of the record for the
      *                  usual conversion reason; blank reads as no
      *                  claims.
      *****************************************************************
       01  BW-BORROWER-RECORD.
           05  BW-BORROWER-NO              PIC 9(05).
               88  BW-PREF-EMAIL           VALUE "E".
           05  BW-CONTACT-EMAIL            PIC X(30).
           05  BW-EXPIRY-DATE              PIC 9(08).
           05  BW-CATEGORY                 PIC X(01).
               88  BW-CAT-ADULT            VALUE "A" SPACE.
               88  BW-CAT-JUNIOR           VALUE "J".
               88  BW-CAT-STAFF            VALUE "S".
               88  BW-CAT-HOUSEBOUND       VALUE "H".
               88  BW-CAT-INSTITUTIONAL    VALUE "I".
               88  BW-CAT-VALID            VALUE "A" "J" "S" "H" "I"
                                                 SPACE.
           05  BW-REGISTERED-BY            PIC X(08).
           05  BW-HOME-BRANCH              PIC X(03).
           05  BW-PRIOR-EXPIRY             PIC 9(08).
           05  BW-CLAIM-COUNT              PIC 9(03).
