      *                  with RC 8 like every other updater,
      *                  instead of proceeding and releasing a
      *                  lock it never held.
      *  2026-10-14  jg  Borrower categories - the borrower's
      *                  BW-CATEGORY keys the CATPRIV.DAT privilege
      *                  table (see CATPMNT).  The category's loan
      *                  period and cap replace the *DEFAULT* policy
      *                  figures (a genre-keyed LOANPOL record still
      *                  sets the period for its material, and its
      *                  cap still applies when lower), a genre the
      *                  category is barred from is refused at loan
      *                  time, and the overdue fine at return runs
      *                  at the category's daily rate up to its fine
      *                  cap.  A renewal takes the category period.
      *                  With no table on file nothing changes.
      *  2026-10-14  jg  Due dates - set, keyed or renewed - roll
      *                  forward to the next day the book's branch
      *                  is open on the CLOSEDAY.DAT calendar, and
      *                  the overdue fine counts open days late only
      *                  (DATE-SVC functions D, N and O).
      *  2026-10-14  jg  A hold offered at return now records the
      *                  branch the copy is sent from.  A copy
      *                  already at the borrower's pickup branch is
      *                  ready at once; any other is announced for
      *                  the HOLDROUT routing list and waits in
      *                  transit until BOOKHOLD receives it.  The
      *                  hold work record grew with HOLDREC.
      *  2026-10-14  jg  A book the LOSTSWP sweep billed lost that
      *                  comes back is credited its replacement
      *                  charge through FINE-SVC (the processing fee
      *                  and the overdue fine stand), its LOSTBILL.DAT
      *                  billing is marked credited, and the book
      *                  returns to available, audited to BOOKAUD.DAT.
      *                  Not under the training switch - the practice
      *                  set has no billings.
      *  2026-10-14  jg  Fines and credits carry the loan's branch to
      *                  FINE-SVC for the payment journal.
      *  2026-10-15  jg  Serial issues checked in through SERMNT
      *                  (genre SERIAL) lend as short loans - seven
      *                  days, or shorter category terms, unless a
      *                  SERIAL record on LOANPOL.DAT sets the period.
      *  2026-10-15  jg  A borrower over the fine limit may still
      *                  borrow while on a payment plan (PAYPLAN.DAT,
      *                  set up in FINEMNT) with every installment
      *                  due so far paid and nothing owed beyond the
      *                  plan but the desk limit.  Not under the
      *                  training switch.
      *  2026-10-15  jg  Course reserves - a book at status C (see
      *                  CRSMNT and RSVSWP) lends as an hourly loan
      *                  when a course on COURSRES.DAT lists it for a
      *                  term running today: due the course's loan
      *                  hours after issue (default two) with the
      *                  time of day on the loan record, fined per
      *                  hour or part hour late at the course rate
      *                  (default 0.50) up to the category cap, and
      *                  never renewed.  A book on reserve that no
      *                  running course lists lends as usual.
      *  2026-10-15  jg  A return now takes the book's condition - G
      *                  good (or blank), M minor damage, D major
      *                  damage, P parts missing.  Damage is charged
      *                  to the returning borrower through FINE-SVC
      *                  at the CONDCHG.DAT rate for the condition
      *                  (defaults 2.00, 15.00 and 5.00), major
      *                  damage sends the book to repair (status R)
      *                  with an audit record, and every incident is
      *                  appended to the DAMAGE.DAT register for
      *                  DMGRPT.  The register is not kept under the
      *                  training switch.
      *  2026-10-15  jg  A return also fills an any-edition hold (see
      *                  BOOKHOLD) on the work the book is an edition
      *                  of on TITLELNK.DAT.  The hold offered takes
      *                  the BookId of the copy sent, so the routing
      *                  and pickup paths work on it unchanged.  The
      *                  renewal refusal still looks at the book's
      *                  own holds only.  Work record grew with
      *                  HOLDREC.
      *  2026-10-15  jg  LOANHIST.DAT is indexed (see LHCONV) - the
      *                  session opens it I-O and writes each event
      *                  by key.  A second event for the same book at
      *                  the same centisecond, as a catch-up posting
      *                  keyed to the minute can give, goes in one
      *                  hundredth later.
      *  2026-10-15  jg  Recalled loans (LN-RECALL-DATE, set by
      *                  BOOKHOLD when a hold recalls the book) are
      *                  refused renewal, and returned late they are
      *                  fined from the recall date - the due date
      *                  the recall brought forward - at the recall
      *                  rate when the category's daily rate is
      *                  lower; a category that is not fined stays
      *                  unfined.  Renewal is now also refused while
      *                  an any-edition hold waits on the book's
      *                  work, not only a hold on the book itself.
      *                  A new loan starts the recall date at zeros.
      *  2026-10-15  jg  Transaction C records a borrower's claim to
      *                  have returned a book still shown out: the
      *                  loan is marked disputed (LN-CLAIM-DATE) and
      *                  stays out, and the borrower's claim count
      *                  (BW-CLAIM-COUNT) is stepped, a repeat
      *                  claimant flagged at the desk.  BORROWER.DAT
      *                  is opened I-O for the count.  A disputed
      *                  loan is refused renewal, and its return -
      *                  keyed, or captured by SHELFREC when the
      *                  shelf team finds it - closes the claim with
      *                  no overdue fine.
      *  2026-10-15  jg  Borrower blocks.  A loan or renewal first
      *                  shows the desk every block and desk note in
      *                  force on the borrower through BLOCK-SVC
      *                  (see BLOCKMNT), and is refused when a block
      *                  stops loans or renewals.  A catch-up posting
      *                  checks the blocks in force on its event
      *                  date.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS LN-BOOK-ID
               FILE STATUS IS LN-LOANFILE-STATUS.
           SELECT LoanHistFile ASSIGN TO LN-HISTFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-HISTORY-KEY
               ALTERNATE RECORD KEY IS LH-BORROWER-NO WITH DUPLICATES
               ALTERNATE RECORD KEY IS LH-EVENT-DATE WITH DUPLICATES
               FILE STATUS IS LN-HISTFILE-STATUS.
           SELECT BorrowerFile ASSIGN TO LN-BORRFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-GENRE
               FILE STATUS IS LN-POLFILE-STATUS.
           SELECT CategoryFile ASSIGN TO "CATPRIV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CATEGORY
               FILE STATUS IS LN-CATFILE-STATUS.
           SELECT CaptureFile ASSIGN TO "OFFCAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LN-CAPFILE-STATUS.
           SELECT LostBillFile ASSIGN TO "LOSTBILL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-BOOK-ID
               FILE STATUS IS LN-BILLFILE-STATUS.
           SELECT AuditFile ASSIGN TO "BOOKAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LN-AUDITFILE-STATUS.
           SELECT PlanFile ASSIGN TO "PAYPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-BORROWER-NO
               FILE STATUS IS LN-PLANFILE-STATUS.
           SELECT CourseFile ASSIGN TO "COURSRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-COURSE-CODE
               FILE STATUS IS LN-CRSFILE-STATUS.
           SELECT ConditionFile ASSIGN TO "CONDCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LN-CONDFILE-STATUS.
           SELECT DamageFile ASSIGN TO "DAMAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LN-DMGFILE-STATUS.
           SELECT LinkFile ASSIGN TO "TITLELNK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TK-BOOK-ID
               FILE STATUS IS LN-LINKFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BookFile.
       COPY HOLDREC.

       FD HoldWorkFile.
       01  LN-HOLDWORK-RECORD        PIC X(84).

       FD PolicyFile.
       COPY LOANPOL.

       FD CategoryFile.
       COPY CATPRIV.

       FD CaptureFile.
       COPY OFFCAP.

       FD LostBillFile.
       COPY LOSTBILL.

       FD AuditFile.
       COPY AUDITREC.

       FD PlanFile.
       COPY PLANREC.

       FD CourseFile.
       COPY COURSREC.

       FD ConditionFile.
       01  LN-CONDITION-CHARGE-RECORD.
           05  LN-CC-CONDITION       PIC X(01).
           05  LN-CC-CHARGE          PIC 9(03)V99.

       FD DamageFile.
       COPY DMGREC.

       FD LinkFile.
       COPY TITLELNK.

       WORKING-STORAGE SECTION.
      *  Production names stand until the TRAIN-SVC switch swaps in
      *  the TR* practice set at initialization.
       01  LN-HISTFILE-STATUS        PIC X(02).
           88  LN-HISTFILE-OK        VALUE "00".

      *  Tries at stepping a clashing event time on a hundredth.
       01  LN-HIST-TRIES             PIC 9(03).
       01  LN-HIST-MAX-TRIES         PIC 9(03) VALUE 99.

       01  LN-BORRFILE-STATUS        PIC X(02).
           88  LN-BORRFILE-OK        VALUE "00".


       01  LN-HOLD-BORROWER          PIC X(25).
       01  LN-HOLD-PLACED-DATE       PIC 9(08).
       01  LN-HOLD-PICKUP-BRANCH     PIC X(03).
       01  LN-HOLD-SEND-BRANCH       PIC X(03).
      *  The returned book's work on TITLELNK.DAT, and the book the
      *  hold found was placed on - another edition when the hold is
      *  an any-edition one.
       01  LN-HOLD-WORK-CODE         PIC X(08) VALUE SPACES.
       01  LN-HOLD-ON-BOOK-ID        PIC 9(07).

       01  LN-BOOK-FOUND-SWITCH      PIC X(01).
           88  LN-BOOK-FOUND         VALUE "Y".
       01  LN-POLICY-OPEN-SWITCH     PIC X(01) VALUE "N".
           88  LN-POLICY-OPEN        VALUE "Y".

       01  LN-CATFILE-STATUS         PIC X(02).
           88  LN-CATFILE-OK         VALUE "00".

       01  LN-CATEGORY-OPEN-SWITCH   PIC X(01) VALUE "N".
           88  LN-CATEGORY-OPEN      VALUE "Y".

       01  LN-CAT-FOUND-SWITCH       PIC X(01) VALUE "N".
           88  LN-CAT-FOUND          VALUE "Y".

      *  The borrower's category terms, picked up by 2205 for the
      *  transaction in hand.
       01  LN-CAT-PERIOD             PIC 9(03).
       01  LN-CAT-MAX                PIC 9(03).
       01  LN-ACTIVE-FINE-RATE       PIC 9(01)V99.
       01  LN-ACTIVE-FINE-CAP        PIC 9(03)V99.
       01  LN-CAT-BARRED-GENRES.
           05  LN-CAT-BARRED-GENRE   PIC X(10) OCCURS 5 TIMES.
       01  LN-GENRE-IDX              PIC 9(01).
       01  LN-GENRE-BARRED-SWITCH    PIC X(01).
           88  LN-GENRE-BARRED       VALUE "Y".

       01  LN-SYSTEM-DATE            PIC 9(08).

      *  With no LOANPOL.DAT on file the defaults below stand - the
      *  historical 14-day period and, at 999, effectively no cap.
       01  LN-LOAN-PERIOD-DAYS       PIC S9(05) VALUE 14.
       01  LN-MAX-LOANS              PIC 9(03) VALUE 999.
      *  A serial issue checked in through SERMNT is a short loan -
      *  this period caps it unless a SERIAL genre record on
      *  LOANPOL.DAT says otherwise.
       01  LN-SHORT-LOAN-DAYS        PIC S9(05) VALUE 7.
       01  LN-ACTIVE-PERIOD          PIC S9(05).
       01  LN-ACTIVE-MAX             PIC 9(03).
       01  LN-BORR-LOAN-COUNT        PIC 9(03).
       01  LN-SAVED-LOAN-RECORD      PIC X(95).

      *  Renewal policy - how many times one loan may be renewed,
      *  and how far past due a loan may be and still renew.
      *  the desk stops lending until FINEMNT clears some of it.
       01  LN-FINE-PER-DAY           PIC 9(01)V99 VALUE 0.25.
       01  LN-FINE-LIMIT             PIC 9(03)V99 VALUE 5.00.
      *  A recalled book returned late is fined at least this much
      *  a day - someone is waiting for it.
       01  LN-RECALL-FINE-PER-DAY    PIC 9(01)V99 VALUE 1.00.
      *  Set when a return closes a claims-returned dispute - the
      *  overdue fine is not assessed.
       01  LN-CLAIM-CLOSED-SWITCH    PIC X(01).
           88  LN-CLAIM-CLOSED       VALUE "Y".
       01  LN-FINE-AMOUNT            PIC 9(05)V99.
       01  LN-BALANCE-DISPLAY        PIC ZZZ,ZZ9.99.

       01  LN-PLANFILE-STATUS        PIC X(02).
           88  LN-PLANFILE-OK        VALUE "00".

       01  LN-PLAN-GOOD-SWITCH       PIC X(01).
           88  LN-PLAN-GOOD          VALUE "Y".

       01  LN-PLAN-IX                PIC 9(02).
       01  LN-PLAN-OWING             PIC S9(07)V99.

       01  LN-CRSFILE-STATUS         PIC X(02).
           88  LN-CRSFILE-OK         VALUE "00".

       01  LN-COURSE-OPEN-SWITCH     PIC X(01) VALUE "N".
           88  LN-COURSE-OPEN        VALUE "Y".

       01  LN-LINKFILE-STATUS        PIC X(02).
           88  LN-LINKFILE-OK        VALUE "00".

       01  LN-LINK-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  LN-LINK-OPEN          VALUE "Y".

      *  Course reserve loans - hours out and the fine per hour late
      *  when the course on COURSRES.DAT leaves them zero.
       01  LN-RESERVE-HOURS          PIC 9(02) VALUE 2.
       01  LN-FINE-PER-HOUR          PIC 9(01)V99 VALUE 0.50.
       01  LN-ACTIVE-HOURS           PIC 9(02).
       01  LN-HOURLY-RATE            PIC 9(01)V99.
       01  LN-RESERVE-COURSE         PIC X(08).
       01  LN-COURSE-IX              PIC 9(02).
       01  LN-RESERVE-DUE-TIME.
           05  LN-DUE-HH             PIC 9(02).
           05  LN-DUE-MM             PIC 9(02).
       01  LN-CLOCK-TIME.
           05  LN-CLOCK-HH           PIC 9(02).
           05  LN-CLOCK-MM           PIC 9(02).
           05  FILLER                PIC 9(04).
       01  LN-RESERVE-MINUTES        PIC 9(05).
       01  LN-RESERVE-DAYS           PIC S9(05).
       01  LN-DAY-MINUTES            PIC 9(04).
       01  LN-LATE-MINUTES           PIC S9(07).
       01  LN-LATE-HOURS             PIC 9(05).

       01  LN-CONDFILE-STATUS        PIC X(02).
           88  LN-CONDFILE-OK        VALUE "00".

       01  LN-CONDFILE-EOF-SWITCH    PIC X(01) VALUE "N".
           88  LN-CONDFILE-EOF       VALUE "Y".

       01  LN-DMGFILE-STATUS         PIC X(02).
           88  LN-DMGFILE-OK         VALUE "00".
           88  LN-DMGFILE-NEW        VALUE "35".

      *  Damage charges by condition at return - one CONDCHG.DAT
      *  line per condition (code, then the charge as 99999 for
      *  999.99) overrides the figure below.
       01  LN-MINOR-CHARGE           PIC 9(03)V99 VALUE 2.00.
       01  LN-MAJOR-CHARGE           PIC 9(03)V99 VALUE 15.00.
       01  LN-PARTS-CHARGE           PIC 9(03)V99 VALUE 5.00.
       01  LN-DAMAGE-CHARGE          PIC 9(05)V99.

       COPY DATESVCA.

       COPY FINESVCA.

       COPY BLOCKSVA.

       01  LN-BLOCK-IX               PIC 9(02).

       COPY LOCKSVCA.

       COPY TRAINSVC.
       01  LN-CAPFILE-STATUS         PIC X(02).
           88  LN-CAPFILE-OK         VALUE "00".

       01  LN-BILLFILE-STATUS        PIC X(02).
           88  LN-BILLFILE-OK        VALUE "00".

       01  LN-LOSTBILL-OPEN-SWITCH   PIC X(01) VALUE "N".
           88  LN-LOSTBILL-OPEN      VALUE "Y".

       01  LN-AUDITFILE-STATUS       PIC X(02).
           88  LN-AUDITFILE-OK       VALUE "00".

       COPY CURROPER.

       01  LN-CAPFILE-EOF-SWITCH     PIC X(01) VALUE "N".
           88  LN-CAPFILE-EOF        VALUE "Y".

               88  LN-LOAN-TXN       VALUE "L" "l".
               88  LN-RETURN-TXN     VALUE "R" "r".
               88  LN-RENEW-TXN      VALUE "N" "n".
               88  LN-CLAIM-TXN      VALUE "C" "c".
           05  LN-TXN-BOOK-ID        PIC 9(07).
           05  LN-TXN-BORROWER-NO    PIC 9(05).
           05  LN-TXN-DUE-DATE       PIC 9(08).
           05  LN-TXN-CONDITION      PIC X(01).
               88  LN-COND-GOOD      VALUE "G" "g" SPACE.
               88  LN-COND-MINOR     VALUE "M" "m".
               88  LN-COND-MAJOR     VALUE "D" "d".
               88  LN-COND-PARTS     VALUE "P" "p".
               88  LN-COND-VALID     VALUE "G" "g" SPACE
                                           "M" "m" "D" "d" "P" "p".

       PROCEDURE DIVISION.
       0000-MAINLINE.
               IF LN-POLICY-OPEN
                   CLOSE PolicyFile
               END-IF
               IF LN-CATEGORY-OPEN
                   CLOSE CategoryFile
               END-IF
               IF LN-LOSTBILL-OPEN
                   CLOSE LostBillFile
               END-IF
               IF LN-COURSE-OPEN
                   CLOSE CourseFile
               END-IF
               IF LN-LINK-OPEN
                   CLOSE LinkFile
               END-IF
           ELSE
           IF LN-FILES-OPEN
               DISPLAY "Enter loan transactions below.  Enter no data"
               IF LN-POLICY-OPEN
                   CLOSE PolicyFile
               END-IF
               IF LN-CATEGORY-OPEN
                   CLOSE CategoryFile
               END-IF
               IF LN-LOSTBILL-OPEN
                   CLOSE LostBillFile
               END-IF
               IF LN-COURSE-OPEN
                   CLOSE CourseFile
               END-IF
               IF LN-LINK-OPEN
                   CLOSE LinkFile
               END-IF
           END-IF
           END-IF
           IF LN-LOCK-HELD
                   MOVE 8 TO RETURN-CODE
                   CLOSE LoanFile
               ELSE
                   OPEN I-O LoanHistFile
                   IF NOT LN-HISTFILE-OK
                       DISPLAY "LOANHIST.DAT OPEN failed - status "
                               LN-HISTFILE-STATUS "."
                       CLOSE LoanFile
                       CLOSE BookFile
                   ELSE
                       OPEN I-O BorrowerFile
                       IF NOT LN-BORRFILE-OK
                           DISPLAY "BORROWER.DAT OPEN failed - "
                                   "status " LN-BORRFILE-STATUS "."
                       ELSE
                           SET LN-FILES-OPEN TO TRUE
                           PERFORM 1100-OPEN-POLICY THRU 1100-EXIT
                           PERFORM 1150-OPEN-CATEGORY THRU 1150-EXIT
                           PERFORM 1160-OPEN-COURSES THRU 1160-EXIT
                           PERFORM 1175-OPEN-LOST-BILLS
                               THRU 1175-EXIT
                           PERFORM 1180-LOAD-CONDITION-CHARGES
                               THRU 1180-EXIT
                           PERFORM 1190-OPEN-LINKS THRU 1190-EXIT
                       END-IF
                   END-IF
               END-IF
       1100-EXIT.
           EXIT.

      *  The CATPRIV.DAT category table is optional the same way -
      *  absent, every borrower gets the LOANPOL terms and the flat
      *  fine rate.
       1150-OPEN-CATEGORY.
           OPEN INPUT CategoryFile
           IF LN-CATFILE-OK
               SET LN-CATEGORY-OPEN TO TRUE
           END-IF.
       1150-EXIT.
           EXIT.

      *  COURSRES.DAT is optional the same way - absent, no course
      *  has been set up in CRSMNT and every loan is an ordinary
      *  one.
       1160-OPEN-COURSES.
           OPEN INPUT CourseFile
           IF LN-CRSFILE-OK
               SET LN-COURSE-OPEN TO TRUE
           END-IF.
       1160-EXIT.
           EXIT.

      *  TITLELNK.DAT is optional the same way - absent, no title has
      *  been linked in LINKMNT and a hold is filled by its own
      *  edition only.
       1190-OPEN-LINKS.
           OPEN INPUT LinkFile
           IF LN-LINKFILE-OK
               SET LN-LINK-OPEN TO TRUE
           END-IF.
       1190-EXIT.
           EXIT.

      *  LOSTBILL.DAT is optional too - absent, LOSTSWP has billed
      *  nothing and there is nothing to credit on a return.  The
      *  practice set has no billings, so training leaves it shut.
       1175-OPEN-LOST-BILLS.
           IF TM-TRAINING-ON
               GO TO 1175-EXIT
           END-IF
           OPEN I-O LostBillFile
           IF LN-BILLFILE-OK
               SET LN-LOSTBILL-OPEN TO TRUE
           END-IF.
       1175-EXIT.
           EXIT.

      *  CONDCHG.DAT is optional - absent, the damage charges in
      *  WORKING-STORAGE stand.  A line for a condition it does not
      *  know, or with a charge that is not numeric, is passed over.
       1180-LOAD-CONDITION-CHARGES.
           OPEN INPUT ConditionFile
           IF NOT LN-CONDFILE-OK
               GO TO 1180-EXIT
           END-IF
           MOVE "N" TO LN-CONDFILE-EOF-SWITCH
           PERFORM 1185-LOAD-ONE-CHARGE THRU 1185-EXIT
               UNTIL LN-CONDFILE-EOF
           CLOSE ConditionFile.
       1180-EXIT.
           EXIT.

       1185-LOAD-ONE-CHARGE.
           READ ConditionFile
               AT END
                   SET LN-CONDFILE-EOF TO TRUE
                   GO TO 1185-EXIT
           END-READ
           IF LN-CC-CHARGE NOT NUMERIC
               GO TO 1185-EXIT
           END-IF
           EVALUATE LN-CC-CONDITION
               WHEN "M"
                   MOVE LN-CC-CHARGE TO LN-MINOR-CHARGE
               WHEN "D"
                   MOVE LN-CC-CHARGE TO LN-MAJOR-CHARGE
               WHEN "P"
                   MOVE LN-CC-CHARGE TO LN-PARTS-CHARGE
           END-EVALUATE.
       1185-EXIT.
           EXIT.

       2000-GET-LOAN-TXN.
           DISPLAY "Enter - Txn(L/R/N/C), BookId, BorrowerNo, DueDate,"
           DISPLAY "Condition on a return (G good, M minor damage,"
           DISPLAY "D major damage, P parts missing)"
           DISPLAY "TIIIIIIINNNNNDDDDDDDDC"
           ACCEPT  LN-TXN-LINE.
       2000-EXIT.
           EXIT.
                   PERFORM 2300-RETURN-BOOK THRU 2300-EXIT
               WHEN LN-RENEW-TXN
                   PERFORM 2600-RENEW-LOAN THRU 2600-EXIT
               WHEN LN-CLAIM-TXN
                   PERFORM 2800-CLAIM-RETURNED THRU 2800-EXIT
               WHEN OTHER
                   DISPLAY "Unknown transaction code - ignored."
           END-EVALUATE
               GO TO 2200-EXIT
           END-IF
           IF NOT BK-AVAILABLE
               AND NOT BK-ON-RESERVE
               DISPLAY "Book " LN-TXN-BOOK-ID " is not available -"
                       " status " BK-BOOK-STATUS "."
               GO TO 2200-EXIT
           IF NOT LN-BORR-FOUND
               GO TO 2200-EXIT
           END-IF
           MOVE LN-TXN-BORROWER-NO TO BA-BORROWER-NO
           PERFORM 2240-CHECK-BORROWER-BLOCKS THRU 2240-EXIT
           IF BA-LOANS-STOPPED
               DISPLAY "Borrower " LN-TXN-BORROWER-NO " is blocked"
                       " from borrowing - loan refused, see"
                       " BLOCKMNT."
               GO TO 2200-EXIT
           END-IF
           IF BW-EXPIRY-DATE IS NUMERIC
               AND BW-EXPIRY-DATE > ZEROS
               AND BW-EXPIRY-DATE < LN-SYSTEM-DATE
           END-IF
           PERFORM 2270-CHECK-FINE-BALANCE THRU 2270-EXIT
           IF FS-BALANCE > LN-FINE-LIMIT
               AND NOT LN-PLAN-GOOD
               GO TO 2200-EXIT
           END-IF
           PERFORM 2205-GET-CATEGORY-PRIVILEGES THRU 2205-EXIT
           PERFORM 2215-CHECK-BARRED-GENRE THRU 2215-EXIT
           IF LN-GENRE-BARRED
               DISPLAY "Borrower " LN-TXN-BORROWER-NO " (category "
                       CG-CATEGORY ") may not borrow genre "
                       BK-BOOK-GENRE " - loan refused."
               GO TO 2200-EXIT
           END-IF
           PERFORM 2210-GET-LOAN-POLICY THRU 2210-EXIT
                       " cap is " LN-ACTIVE-MAX " (see LOANPMNT)."
               GO TO 2200-EXIT
           END-IF
           MOVE SPACES TO LN-RESERVE-COURSE
           MOVE ZEROS TO LN-RESERVE-DUE-TIME
           IF BK-ON-RESERVE
               PERFORM 2280-FIND-RESERVE-COURSE THRU 2280-EXIT
           END-IF
           IF LN-RESERVE-COURSE NOT = SPACES
               PERFORM 2290-SET-RESERVE-DUE THRU 2290-EXIT
           ELSE
               PERFORM 2260-SET-DUE-DATE THRU 2260-EXIT
           END-IF
           IF DS-STATUS NOT = "00"
               GO TO 2200-EXIT
           END-IF
           MOVE ZEROS            TO LN-RETURN-DATE
           MOVE ZEROS            TO LN-RENEW-COUNT
           MOVE BK-BRANCH        TO LN-BRANCH
           MOVE LN-RESERVE-DUE-TIME TO LN-DUE-TIME
           MOVE LN-RESERVE-COURSE   TO LN-COURSE-CODE
           MOVE ZEROS               TO LN-RECALL-DATE
           MOVE ZEROS               TO LN-CLAIM-DATE
           SET LN-ON-LOAN TO TRUE
           IF LN-LOAN-FOUND
               REWRITE LN-LOAN-RECORD

      *  A zero due date means "the policy loan period" - loan date
      *  plus the active period through DATE-SVC.  A keyed due date
      *  must be a real calendar date.  Either way a date the book's
      *  branch is closed rolls on to its next open day.
       2260-SET-DUE-DATE.
           MOVE BK-BRANCH TO DS-BRANCH
           IF LN-TXN-DUE-DATE = ZEROS
               MOVE "D" TO DS-FUNCTION
               MOVE LN-SYSTEM-DATE TO DS-DATE-1
               MOVE LN-ACTIVE-PERIOD TO DS-DAYS
               CALL "DATE-SVC" USING DS-DATE-SVC-AREA
               IF DS-STATUS NOT = "00"
                   DISPLAY "Due date " LN-TXN-DUE-DATE " is not a"
                           " valid date - transaction ignored."
                   GO TO 2260-EXIT
               END-IF
               MOVE "N" TO DS-FUNCTION
               CALL "DATE-SVC" USING DS-DATE-SVC-AREA
               END-CALL
               IF DS-STATUS NOT = "00"
                   DISPLAY "Due date could not be rolled - status "
                           DS-STATUS "."
                   GO TO 2260-EXIT
               END-IF
               IF DS-DATE-2 NOT = LN-TXN-DUE-DATE
                   MOVE DS-DATE-2 TO LN-TXN-DUE-DATE
                   DISPLAY "Branch closed that day - due date moved to "
                           LN-TXN-DUE-DATE "."
               END-IF
           END-IF.
       2260-EXIT.
           EXIT.

      *****************************************************************
      *  2280-FIND-RESERVE-COURSE - the course whose term runs on
      *  the loan date and lists the book in BK-BOOK-RECORD, read
      *  off COURSRES.DAT front to back.  Leaves LN-RESERVE-COURSE
      *  and the course's loan hours set, or the course blank when
      *  no running course lists the book.
      *****************************************************************
       2280-FIND-RESERVE-COURSE.
           MOVE SPACES TO LN-RESERVE-COURSE
           IF NOT LN-COURSE-OPEN
               DISPLAY "Book " LN-TXN-BOOK-ID " is on course reserve"
                       " but COURSRES.DAT is not available - lent"
                       " as an ordinary loan."
               GO TO 2280-EXIT
           END-IF
           MOVE "N" TO LN-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO CS-COURSE-CODE
           START CourseFile KEY NOT < CS-COURSE-CODE
               INVALID KEY
                   SET LN-SCAN-EOF TO TRUE
           END-START
           PERFORM 2281-CHECK-ONE-COURSE THRU 2281-EXIT
               UNTIL LN-SCAN-EOF OR LN-RESERVE-COURSE NOT = SPACES
           IF LN-RESERVE-COURSE = SPACES
               DISPLAY "Book " LN-TXN-BOOK-ID " is on course reserve"
                       " but no course term runs today - lent as an"
                       " ordinary loan."
           END-IF.
       2280-EXIT.
           EXIT.

       2281-CHECK-ONE-COURSE.
           READ CourseFile NEXT RECORD
               AT END
                   SET LN-SCAN-EOF TO TRUE
                   GO TO 2281-EXIT
           END-READ
           IF CS-TERM-START > LN-SYSTEM-DATE
               OR CS-TERM-END < LN-SYSTEM-DATE
               GO TO 2281-EXIT
           END-IF
           PERFORM 2282-MATCH-ONE-TEXT THRU 2282-EXIT
               VARYING LN-COURSE-IX FROM 1 BY 1
               UNTIL LN-COURSE-IX > CS-BOOK-COUNT
               OR LN-RESERVE-COURSE NOT = SPACES.
       2281-EXIT.
           EXIT.

       2282-MATCH-ONE-TEXT.
           IF CS-BOOK-ID (LN-COURSE-IX) = BK-BOOK-ID
               MOVE CS-COURSE-CODE TO LN-RESERVE-COURSE
               IF CS-LOAN-HOURS IS NUMERIC
                   AND CS-LOAN-HOURS > ZEROS
                   MOVE CS-LOAN-HOURS TO LN-ACTIVE-HOURS
               ELSE
                   MOVE LN-RESERVE-HOURS TO LN-ACTIVE-HOURS
               END-IF
           END-IF.
       2282-EXIT.
           EXIT.

      *****************************************************************
      *  2290-SET-RESERVE-DUE - a course reserve loan is due the
      *  course's loan hours after it is issued, to the minute.  One
      *  that runs past midnight falls due on a later day, rolled on
      *  to the next day the book's branch is open.  A keyed due
      *  date does not apply.  The issue time is "now" on a live
      *  transaction and the captured event's time in catch-up.
      *****************************************************************
       2290-SET-RESERVE-DUE.
           IF LN-TXN-DUE-DATE NOT = ZEROS
               DISPLAY "Keyed due date ignored - course reserve"
                       " loans are due by the hour."
           END-IF
           IF LN-EVENT-DATE-OVR > ZEROS
               MOVE LN-EVENT-TIME-OVR TO LN-CLOCK-TIME
           ELSE
               ACCEPT LN-CLOCK-TIME FROM TIME
           END-IF
           COMPUTE LN-RESERVE-MINUTES = LN-CLOCK-HH * 60
                                      + LN-CLOCK-MM
                                      + LN-ACTIVE-HOURS * 60
           DIVIDE LN-RESERVE-MINUTES BY 1440
               GIVING LN-RESERVE-DAYS REMAINDER LN-DAY-MINUTES
           DIVIDE LN-DAY-MINUTES BY 60
               GIVING LN-DUE-HH REMAINDER LN-DUE-MM
           IF LN-RESERVE-DAYS = ZEROS
               MOVE LN-SYSTEM-DATE TO LN-TXN-DUE-DATE
               MOVE "00" TO DS-STATUS
           ELSE
               MOVE "D" TO DS-FUNCTION
               MOVE LN-SYSTEM-DATE TO DS-DATE-1
               MOVE LN-RESERVE-DAYS TO DS-DAYS
               MOVE BK-BRANCH TO DS-BRANCH
               CALL "DATE-SVC" USING DS-DATE-SVC-AREA
               END-CALL
               IF DS-STATUS NOT = "00"
                   DISPLAY "Due date could not be computed - status "
                           DS-STATUS "."
                   GO TO 2290-EXIT
               END-IF
               MOVE DS-DATE-2 TO LN-TXN-DUE-DATE
           END-IF
           DISPLAY "Course reserve " LN-RESERVE-COURSE " - "
                   LN-ACTIVE-HOURS " hour loan, due " LN-TXN-DUE-DATE
                   " at " LN-DUE-HH ":" LN-DUE-MM ".".
       2290-EXIT.
           EXIT.

      *****************************************************************
      *  2205-GET-CATEGORY-PRIVILEGES - the CATPRIV.DAT terms for
      *  the borrower in BW-BORROWER-RECORD; a blank category reads
      *  as adult.  With no table on file, or no record for the
      *  category, the flat fine rate stands with no cap and no
      *  barred genres, and 2210 applies LOANPOL alone - exactly
      *  the terms before categories existed.
      *****************************************************************
       2205-GET-CATEGORY-PRIVILEGES.
           MOVE "N" TO LN-CAT-FOUND-SWITCH
           MOVE ZEROS TO LN-CAT-PERIOD LN-CAT-MAX LN-ACTIVE-FINE-CAP
           MOVE LN-FINE-PER-DAY TO LN-ACTIVE-FINE-RATE
           MOVE SPACES TO LN-CAT-BARRED-GENRES
           IF BW-CATEGORY = SPACE
               MOVE "A" TO CG-CATEGORY
           ELSE
               MOVE BW-CATEGORY TO CG-CATEGORY
           END-IF
           IF NOT LN-CATEGORY-OPEN
               GO TO 2205-EXIT
           END-IF
           READ CategoryFile
               INVALID KEY
                   GO TO 2205-EXIT
           END-READ
           SET LN-CAT-FOUND TO TRUE
           MOVE CG-LOAN-PERIOD-DAYS TO LN-CAT-PERIOD
           MOVE CG-MAX-LOANS        TO LN-CAT-MAX
           MOVE CG-FINE-PER-DAY     TO LN-ACTIVE-FINE-RATE
           MOVE CG-FINE-CAP         TO LN-ACTIVE-FINE-CAP
           MOVE CG-BARRED-GENRES    TO LN-CAT-BARRED-GENRES.
       2205-EXIT.
           EXIT.

      *  Is the book's genre one the borrower's category may not
      *  borrow?  BK-BOOK-RECORD holds the book being loaned.
       2215-CHECK-BARRED-GENRE.
           MOVE "N" TO LN-GENRE-BARRED-SWITCH
           IF BK-BOOK-GENRE = SPACES
               GO TO 2215-EXIT
           END-IF
           PERFORM 2216-MATCH-ONE-GENRE THRU 2216-EXIT
               VARYING LN-GENRE-IDX FROM 1 BY 1
                   UNTIL LN-GENRE-IDX > 5 OR LN-GENRE-BARRED.
       2215-EXIT.
           EXIT.

       2216-MATCH-ONE-GENRE.
           IF LN-CAT-BARRED-GENRE (LN-GENRE-IDX) = BK-BOOK-GENRE
               SET LN-GENRE-BARRED TO TRUE
           END-IF.
       2216-EXIT.
           EXIT.

      *  The active policy for this loan.  The overall *DEFAULT*
      *  figures picked up at initialization start it; the
      *  borrower's category period and cap (2205) replace them
      *  when the category carries them; a genre record on
      *  LOANPOL.DAT then sets the period for its material, and its
      *  cap still applies to a categorized borrower when it is the
      *  lower.  A serial issue is held to the short-loan period
      *  unless its genre record says otherwise.  BK-BOOK-RECORD
      *  still holds the book being loaned.
       2210-GET-LOAN-POLICY.
           MOVE LN-LOAN-PERIOD-DAYS TO LN-ACTIVE-PERIOD
           MOVE LN-MAX-LOANS        TO LN-ACTIVE-MAX
           IF LN-CAT-FOUND AND LN-CAT-PERIOD > ZEROS
               MOVE LN-CAT-PERIOD TO LN-ACTIVE-PERIOD
           END-IF
           IF LN-CAT-FOUND AND LN-CAT-MAX > ZEROS
               MOVE LN-CAT-MAX TO LN-ACTIVE-MAX
           END-IF
           IF BK-SERIAL-ISSUE
               AND LN-SHORT-LOAN-DAYS < LN-ACTIVE-PERIOD
               MOVE LN-SHORT-LOAN-DAYS TO LN-ACTIVE-PERIOD
           END-IF
           IF NOT LN-POLICY-OPEN
               GO TO 2210-EXIT
           END-IF
                   CONTINUE
               NOT INVALID KEY
                   MOVE PL-LOAN-PERIOD-DAYS TO LN-ACTIVE-PERIOD
                   IF NOT LN-CAT-FOUND
                       OR PL-MAX-LOANS < LN-ACTIVE-MAX
                       MOVE PL-MAX-LOANS TO LN-ACTIVE-MAX
                   END-IF
           END-READ.
       2210-EXIT.
           EXIT.
       2230-EXIT.
           EXIT.

      *****************************************************************
      *  2240-CHECK-BORROWER-BLOCKS - BLOCK-SVC's blocks in force on
      *  BA-BORROWER-NO as of the posting date, each shown to the
      *  desk.  A note only shows; what a block stops is left to
      *  the caller to enforce.
      *****************************************************************
       2240-CHECK-BORROWER-BLOCKS.
           MOVE "C" TO BA-FUNCTION
           MOVE LN-SYSTEM-DATE TO BA-AS-OF-DATE
           CALL "BLOCK-SVC" USING BA-BLOCK-SVC-AREA
           END-CALL
           PERFORM 2245-SHOW-ONE-BLOCK THRU 2245-EXIT
               VARYING LN-BLOCK-IX FROM 1 BY 1
               UNTIL LN-BLOCK-IX > BA-BLOCK-COUNT.
       2240-EXIT.
           EXIT.

       2245-SHOW-ONE-BLOCK.
           DISPLAY "*** BLOCK " BA-BL-TYPE (LN-BLOCK-IX) " "
                   BA-BL-DESCRIPTION (LN-BLOCK-IX) " - "
                   BA-BL-STOPS (LN-BLOCK-IX)
           DISPLAY "    " BA-BL-REASON (LN-BLOCK-IX)
           IF BA-BL-EXPIRY-DATE (LN-BLOCK-IX) > ZEROS
               DISPLAY "    set by " BA-BL-SET-BY (LN-BLOCK-IX)
                       " from " BA-BL-START-DATE (LN-BLOCK-IX)
                       " until " BA-BL-EXPIRY-DATE (LN-BLOCK-IX)
           ELSE
               DISPLAY "    set by " BA-BL-SET-BY (LN-BLOCK-IX)
                       " from " BA-BL-START-DATE (LN-BLOCK-IX)
                       ", no expiry"
           END-IF.
       2245-EXIT.
           EXIT.

      *  No loan while the borrower owes more than the desk limit -
      *  see FINEMNT for payments and waivers.  A balance of zero
      *  comes back when the borrower has no fine account at all.
      *  A borrower keeping to a payment plan is let through.
       2270-CHECK-FINE-BALANCE.
           MOVE "N" TO LN-PLAN-GOOD-SWITCH
           MOVE "B" TO FS-FUNCTION
           MOVE LN-TXN-BORROWER-NO TO FS-BORROWER-NO
           MOVE SPACES TO FS-BORROWER-NAME
               GO TO 2270-EXIT
           END-IF
           IF FS-BALANCE > LN-FINE-LIMIT
               PERFORM 2275-CHECK-PAYMENT-PLAN THRU 2275-EXIT
               MOVE FS-BALANCE TO LN-BALANCE-DISPLAY
               IF LN-PLAN-GOOD
                   DISPLAY "Borrower " LN-TXN-BORROWER-NO " owes "
                           LN-BALANCE-DISPLAY " on a payment plan in"
                           " good standing - loan allowed."
               ELSE
                   DISPLAY "Borrower " LN-TXN-BORROWER-NO " owes "
                           LN-BALANCE-DISPLAY " in unpaid fines - loan"
                           " refused (see FINEMNT)."
               END-IF
           END-IF.
       2270-EXIT.
           EXIT.

      *  In good standing means an active plan, every installment
      *  due before today paid in full, and no more owed than the
      *  plan has left to collect plus the desk limit - charges run
      *  up since the plan was set up still block as usual.
       2275-CHECK-PAYMENT-PLAN.
           IF TM-TRAINING-ON
               GO TO 2275-EXIT
           END-IF
           OPEN INPUT PlanFile
           IF NOT LN-PLANFILE-OK
               GO TO 2275-EXIT
           END-IF
           MOVE LN-TXN-BORROWER-NO TO PY-BORROWER-NO
           READ PlanFile
               INVALID KEY
                   MOVE SPACE TO PY-PLAN-STATUS
           END-READ
           CLOSE PlanFile
           IF NOT PY-PLAN-ACTIVE
               GO TO 2275-EXIT
           END-IF
           COMPUTE LN-PLAN-OWING = PY-PLAN-AMOUNT - PY-PAID-TOTAL
                                 + LN-FINE-LIMIT
           IF FS-BALANCE > LN-PLAN-OWING
               GO TO 2275-EXIT
           END-IF
           MOVE "Y" TO LN-PLAN-GOOD-SWITCH
           MOVE 1 TO LN-PLAN-IX
           PERFORM 2276-CHECK-ONE-INSTALLMENT THRU 2276-EXIT
               UNTIL LN-PLAN-IX > PY-INSTALLMENT-COUNT
                  OR NOT LN-PLAN-GOOD.
       2275-EXIT.
           EXIT.

       2276-CHECK-ONE-INSTALLMENT.
           IF PY-IN-DUE-DATE (LN-PLAN-IX) < LN-SYSTEM-DATE
               AND PY-IN-AMOUNT-PAID (LN-PLAN-IX)
                       < PY-IN-AMOUNT-DUE (LN-PLAN-IX)
               MOVE "N" TO LN-PLAN-GOOD-SWITCH
           END-IF
           ADD 1 TO LN-PLAN-IX.
       2276-EXIT.
           EXIT.

       2250-STEP-COPIES-OUT.
           ADD 1 TO BK-COPIES-OUT
           REWRITE BK-BOOK-RECORD
           EXIT.

       2300-RETURN-BOOK.
           IF NOT LN-COND-VALID
               DISPLAY "Condition " LN-TXN-CONDITION " not known -"
                       " G, M, D or P.  Return not taken."
               GO TO 2300-EXIT
           END-IF
           MOVE LN-TXN-BOOK-ID TO BK-BOOK-ID
           MOVE "N" TO LN-BOOK-FOUND-SWITCH
           READ BookFile
               END-REWRITE
           END-IF
           MOVE LN-SYSTEM-DATE TO LN-RETURN-DATE
           MOVE "N" TO LN-CLAIM-CLOSED-SWITCH
           IF LN-CLAIM-DATE IS NUMERIC
               AND LN-CLAIM-DATE > ZEROS
               SET LN-CLAIM-CLOSED TO TRUE
               MOVE ZEROS TO LN-CLAIM-DATE
           END-IF
           IF LN-BOOK-FOUND AND BK-COPIES-OUT > ZEROS
               SET LN-ON-LOAN TO TRUE
           ELSE
               NOT INVALID KEY
                   MOVE "R" TO LH-TXN-CODE
                   PERFORM 2400-WRITE-HISTORY THRU 2400-EXIT
                   IF LN-CLAIM-CLOSED
                       DISPLAY "Claimed-returned book back - claim"
                               " closed, no overdue fine."
                   ELSE
                       PERFORM 2350-ASSESS-OVERDUE-FINE
                           THRU 2350-EXIT
                   END-IF
                   PERFORM 2360-CREDIT-LOST-BILL THRU 2360-EXIT
                   PERFORM 2380-CHECK-CONDITION THRU 2380-EXIT
                   IF LN-BOOK-FOUND AND BK-IN-REPAIR
                       DISPLAY "Book is in repair - no hold offered."
                   ELSE
                       PERFORM 2500-ANNOUNCE-HOLD THRU 2500-EXIT
                   END-IF
           END-REWRITE.
       2300-EXIT.
           EXIT.

      *  Days late come from DATE-SVC the same way BOOKDUE figures
      *  them - due date to return date.  On time or early means no
      *  fine and no account touched.  The rate and cap are the
      *  returning borrower's category terms (2205).  Only the days
      *  the loan's branch was open count as days late.
       2350-ASSESS-OVERDUE-FINE.
           IF LN-COURSE-CODE NOT = SPACES
               PERFORM 2355-ASSESS-HOURLY-FINE THRU 2355-EXIT
               GO TO 2350-EXIT
           END-IF
           MOVE "O" TO DS-FUNCTION
           MOVE LN-DUE-DATE TO DS-DATE-1
           MOVE LN-RETURN-DATE TO DS-DATE-2
           MOVE LN-BRANCH TO DS-BRANCH
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           IF DS-STATUS NOT = "00" OR DS-DAYS NOT > ZEROS
               GO TO 2350-EXIT
           END-IF
           PERFORM 2340-GET-LOAN-BORROWER THRU 2340-EXIT
           PERFORM 2205-GET-CATEGORY-PRIVILEGES THRU 2205-EXIT
           IF LN-RECALL-DATE IS NUMERIC
               AND LN-RECALL-DATE > ZEROS
               AND LN-ACTIVE-FINE-RATE > ZEROS
               AND LN-ACTIVE-FINE-RATE < LN-RECALL-FINE-PER-DAY
               MOVE LN-RECALL-FINE-PER-DAY TO LN-ACTIVE-FINE-RATE
               DISPLAY "Recalled book - fined at the recall rate."
           END-IF
           COMPUTE LN-FINE-AMOUNT = DS-DAYS * LN-ACTIVE-FINE-RATE
           IF LN-ACTIVE-FINE-CAP > ZEROS
               AND LN-FINE-AMOUNT > LN-ACTIVE-FINE-CAP
               MOVE LN-ACTIVE-FINE-CAP TO LN-FINE-AMOUNT
               DISPLAY "Overdue fine held to the category cap."
           END-IF
           IF LN-FINE-AMOUNT = ZEROS
               DISPLAY "Returned " DS-DAYS " day(s) late - category "
                       CG-CATEGORY " is not fined."
               GO TO 2350-EXIT
           END-IF
           MOVE "A" TO FS-FUNCTION
           MOVE LN-BORROWER-NO TO FS-BORROWER-NO
           MOVE LN-BORROWER    TO FS-BORROWER-NAME
           MOVE LN-FINE-AMOUNT TO FS-AMOUNT
           MOVE SPACES         TO FS-OPER-ID
           MOVE LN-BRANCH      TO FS-BRANCH
           CALL "FINE-SVC" USING FS-FINE-SVC-AREA
           END-CALL
           IF FS-STATUS = "00"
       2350-EXIT.
           EXIT.

      *****************************************************************
      *  2355-ASSESS-HOURLY-FINE - a course reserve loan is fined by
      *  the hour - every hour or part hour from the due date and
      *  time to the return, closed days included, at the course's
      *  rate per hour up to the borrower's category cap.  A
      *  category that is not fined at all is not fined here either.
      *****************************************************************
       2355-ASSESS-HOURLY-FINE.
           IF LN-EVENT-DATE-OVR > ZEROS
               MOVE LN-EVENT-TIME-OVR TO LN-CLOCK-TIME
           ELSE
               ACCEPT LN-CLOCK-TIME FROM TIME
           END-IF
           IF LN-DUE-TIME IS NUMERIC
               MOVE LN-DUE-TIME TO LN-RESERVE-DUE-TIME
           ELSE
               MOVE ZEROS TO LN-RESERVE-DUE-TIME
           END-IF
           MOVE "B" TO DS-FUNCTION
           MOVE LN-DUE-DATE TO DS-DATE-1
           MOVE LN-RETURN-DATE TO DS-DATE-2
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           IF DS-STATUS NOT = "00"
               GO TO 2355-EXIT
           END-IF
           COMPUTE LN-LATE-MINUTES = DS-DAYS * 1440
                                   + LN-CLOCK-HH * 60 + LN-CLOCK-MM
                                   - LN-DUE-HH * 60 - LN-DUE-MM
           IF LN-LATE-MINUTES NOT > ZEROS
               GO TO 2355-EXIT
           END-IF
           COMPUTE LN-LATE-HOURS = (LN-LATE-MINUTES + 59) / 60
           MOVE LN-FINE-PER-HOUR TO LN-HOURLY-RATE
           IF LN-COURSE-OPEN
               MOVE LN-COURSE-CODE TO CS-COURSE-CODE
               READ CourseFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CS-FINE-PER-HOUR IS NUMERIC
                           AND CS-FINE-PER-HOUR > ZEROS
                           MOVE CS-FINE-PER-HOUR TO LN-HOURLY-RATE
                       END-IF
               END-READ
           END-IF
           PERFORM 2340-GET-LOAN-BORROWER THRU 2340-EXIT
           PERFORM 2205-GET-CATEGORY-PRIVILEGES THRU 2205-EXIT
           IF LN-ACTIVE-FINE-RATE = ZEROS
               DISPLAY "Returned " LN-LATE-HOURS " hour(s) late -"
                       " category " CG-CATEGORY " is not fined."
               GO TO 2355-EXIT
           END-IF
           COMPUTE LN-FINE-AMOUNT = LN-LATE-HOURS * LN-HOURLY-RATE
               ON SIZE ERROR
                   MOVE 99999.99 TO LN-FINE-AMOUNT
           END-COMPUTE
           IF LN-ACTIVE-FINE-CAP > ZEROS
               AND LN-FINE-AMOUNT > LN-ACTIVE-FINE-CAP
               MOVE LN-ACTIVE-FINE-CAP TO LN-FINE-AMOUNT
               DISPLAY "Overdue fine held to the category cap."
           END-IF
           MOVE "A" TO FS-FUNCTION
           MOVE LN-BORROWER-NO TO FS-BORROWER-NO
           MOVE LN-BORROWER    TO FS-BORROWER-NAME
           MOVE LN-FINE-AMOUNT TO FS-AMOUNT
           MOVE SPACES         TO FS-OPER-ID
           MOVE LN-BRANCH      TO FS-BRANCH
           CALL "FINE-SVC" USING FS-FINE-SVC-AREA
           END-CALL
           IF FS-STATUS = "00"
               MOVE FS-BALANCE TO LN-BALANCE-DISPLAY
               DISPLAY "Course reserve returned " LN-LATE-HOURS
                       " hour(s) late - fine assessed, balance now "
                       LN-BALANCE-DISPLAY "."
           ELSE
               DISPLAY "Overdue fine not posted - FINE-SVC status "
                       FS-STATUS "."
           END-IF.
       2355-EXIT.
           EXIT.

      *****************************************************************
      *  2360-CREDIT-LOST-BILL - a book LOSTSWP billed lost has come
      *  back from the borrower it was billed to.  The replacement
      *  charge is credited back through FINE-SVC; the processing
      *  fee and the overdue fine just assessed stand.  The billing
      *  is marked credited so it cannot be credited twice, and the
      *  book goes back to available.
      *****************************************************************
       2360-CREDIT-LOST-BILL.
           IF NOT LN-LOSTBILL-OPEN
               GO TO 2360-EXIT
           END-IF
           MOVE LN-TXN-BOOK-ID TO LB-BOOK-ID
           READ LostBillFile
               INVALID KEY
                   GO TO 2360-EXIT
           END-READ
           IF NOT LB-BILLED
               OR LB-BORROWER-NO NOT = LN-BORROWER-NO
               GO TO 2360-EXIT
           END-IF
           IF LB-REPLACEMENT > ZEROS
               MOVE "C" TO FS-FUNCTION
               MOVE LB-BORROWER-NO TO FS-BORROWER-NO
               MOVE LB-BORROWER    TO FS-BORROWER-NAME
               MOVE LB-REPLACEMENT TO FS-AMOUNT
               MOVE SPACES         TO FS-OPER-ID
               MOVE LN-BRANCH      TO FS-BRANCH
               CALL "FINE-SVC" USING FS-FINE-SVC-AREA
               END-CALL
               IF FS-STATUS NOT = "00"
                   DISPLAY "Lost-book replacement charge not"
                           " credited - FINE-SVC status " FS-STATUS
                           " - see FINEMNT."
                   GO TO 2360-EXIT
               END-IF
               MOVE FS-BALANCE TO LN-BALANCE-DISPLAY
               DISPLAY "Book was billed lost - replacement charge"
                       " credited, balance now " LN-BALANCE-DISPLAY
                       "."
           END-IF
           SET LB-CREDITED TO TRUE
           MOVE LN-SYSTEM-DATE TO LB-CREDITED-DATE
           REWRITE LB-LOST-BILL-RECORD
               INVALID KEY
                   DISPLAY "LOSTBILL.DAT billing for book "
                           LN-TXN-BOOK-ID " not marked credited."
           END-REWRITE
           IF LN-BOOK-FOUND AND BK-LOST
               MOVE BK-BOOK-NAME  TO AD-BEFORE-NAME
               MOVE BK-BOOK-PRICE TO AD-BEFORE-PRICE
               MOVE "A" TO BK-BOOK-STATUS
               MOVE LN-SYSTEM-DATE TO BK-STATUS-DATE
               REWRITE BK-BOOK-RECORD
                   INVALID KEY
                       DISPLAY "Book " LN-TXN-BOOK-ID " status not"
                               " rewritten - still lost."
                   NOT INVALID KEY
                       DISPLAY "Book " LN-TXN-BOOK-ID " is available"
                               " again."
                       PERFORM 2370-AUDIT-STATUS-CHANGE
                           THRU 2370-EXIT
               END-REWRITE
           END-IF.
       2360-EXIT.
           EXIT.

      *  The status change rides the audit trail as an update with
      *  the full after image, the way WRITE-FILE's S transaction
      *  audits, so BOOKFWD replays it and AUDITRPT shows it.
      *  BK-BOOK-RECORD still holds the record just rewritten.
       2370-AUDIT-STATUS-CHANGE.
           OPEN EXTEND AuditFile
           IF NOT LN-AUDITFILE-OK
               DISPLAY "BOOKAUD.DAT OPEN failed - status "
                       LN-AUDITFILE-STATUS " - change not audited."
               GO TO 2370-EXIT
           END-IF
           CALL "GETOPER" USING CO-CURRENT-OPER-AREA
           END-CALL
           ACCEPT AD-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AD-RUN-TIME FROM TIME
           MOVE "U" TO AD-TXN-CODE
           MOVE BK-BOOK-ID TO AD-BOOK-ID
           MOVE "S" TO AD-RESULT
           MOVE CO-OPER-ID TO AD-OPER-ID
           MOVE BK-BOOK-NAME    TO AD-AFTER-NAME
           MOVE BK-BOOK-PRICE   TO AD-AFTER-PRICE
           MOVE BK-BOOK-YEAR    TO AD-AFTER-YEAR
           MOVE BK-BOOK-AUTHOR  TO AD-AFTER-AUTHOR
           MOVE BK-BOOK-GENRE   TO AD-AFTER-GENRE
           MOVE BK-BOOK-ISBN    TO AD-AFTER-ISBN
           MOVE BK-COPIES-OWNED TO AD-AFTER-COPIES-OWNED
           MOVE BK-COPIES-OUT   TO AD-AFTER-COPIES-OUT
           MOVE BK-CURRENCY     TO AD-AFTER-CURRENCY
           MOVE BK-BOOK-STATUS  TO AD-AFTER-STATUS
           MOVE BK-STATUS-DATE  TO AD-AFTER-STATUS-DATE
           MOVE BK-BRANCH       TO AD-AFTER-BRANCH
           MOVE SPACES          TO AD-APPROVED-BY
           WRITE AD-AUDIT-RECORD
           CLOSE AuditFile.
       2370-EXIT.
           EXIT.

      *****************************************************************
      *  2380-CHECK-CONDITION - a book checked in with a condition
      *  other than good.  The charge for the condition is assessed
      *  against the borrower on the loan through FINE-SVC; major
      *  damage takes the book out of circulation to repair (status
      *  R, audited like any status change - WRITE-FILE's S
      *  transaction puts it back when the repair is done); and the
      *  incident goes on the DAMAGE.DAT register with the loan it
      *  came back from.
      *****************************************************************
       2380-CHECK-CONDITION.
           IF LN-COND-GOOD
               GO TO 2380-EXIT
           END-IF
           MOVE SPACES TO DG-DAMAGE-RECORD
           EVALUATE TRUE
               WHEN LN-COND-MINOR
                   MOVE "M" TO DG-CONDITION
                   MOVE LN-MINOR-CHARGE TO LN-DAMAGE-CHARGE
               WHEN LN-COND-MAJOR
                   MOVE "D" TO DG-CONDITION
                   MOVE LN-MAJOR-CHARGE TO LN-DAMAGE-CHARGE
               WHEN LN-COND-PARTS
                   MOVE "P" TO DG-CONDITION
                   MOVE LN-PARTS-CHARGE TO LN-DAMAGE-CHARGE
           END-EVALUATE
           MOVE LN-DAMAGE-CHARGE TO DG-CHARGE
           IF LN-DAMAGE-CHARGE > ZEROS
               MOVE "A" TO FS-FUNCTION
               MOVE LN-BORROWER-NO   TO FS-BORROWER-NO
               MOVE LN-BORROWER      TO FS-BORROWER-NAME
               MOVE LN-DAMAGE-CHARGE TO FS-AMOUNT
               MOVE SPACES           TO FS-OPER-ID
               MOVE LN-BRANCH        TO FS-BRANCH
               CALL "FINE-SVC" USING FS-FINE-SVC-AREA
               END-CALL
               IF FS-STATUS = "00"
                   SET DG-CHARGE-POSTED TO TRUE
                   MOVE FS-BALANCE TO LN-BALANCE-DISPLAY
                   DISPLAY "Damage charge assessed, balance now "
                           LN-BALANCE-DISPLAY "."
               ELSE
                   SET DG-CHARGE-NOT-POSTED TO TRUE
                   DISPLAY "Damage charge not posted - FINE-SVC"
                           " status " FS-STATUS " - see FINEMNT."
               END-IF
           END-IF
           IF LN-COND-MAJOR AND LN-BOOK-FOUND
               MOVE BK-BOOK-NAME  TO AD-BEFORE-NAME
               MOVE BK-BOOK-PRICE TO AD-BEFORE-PRICE
               MOVE "R" TO BK-BOOK-STATUS
               MOVE LN-SYSTEM-DATE TO BK-STATUS-DATE
               REWRITE BK-BOOK-RECORD
                   INVALID KEY
                       DISPLAY "Book " LN-TXN-BOOK-ID " status not"
                               " rewritten - send it to repair in"
                               " WRITE-FILE."
                   NOT INVALID KEY
                       MOVE "Y" TO DG-TO-REPAIR
                       DISPLAY "Book " LN-TXN-BOOK-ID " is in repair."
                       PERFORM 2370-AUDIT-STATUS-CHANGE
                           THRU 2370-EXIT
               END-REWRITE
           END-IF
           IF TM-TRAINING-ON
               GO TO 2380-EXIT
           END-IF
           PERFORM 2390-WRITE-DAMAGE THRU 2390-EXIT.
       2380-EXIT.
           EXIT.

       2390-WRITE-DAMAGE.
           MOVE LN-SYSTEM-DATE TO DG-DAMAGE-DATE
           IF LN-EVENT-DATE-OVR > ZEROS
               MOVE LN-EVENT-TIME-OVR TO DG-DAMAGE-TIME
           ELSE
               ACCEPT DG-DAMAGE-TIME FROM TIME
           END-IF
           MOVE LN-TXN-BOOK-ID TO DG-BOOK-ID
           IF LN-BOOK-FOUND
               MOVE BK-BOOK-NAME TO DG-BOOK-NAME
           END-IF
           MOVE LN-BORROWER-NO TO DG-BORROWER-NO
           MOVE LN-BORROWER    TO DG-BORROWER
           MOVE LN-LOAN-DATE   TO DG-LOAN-DATE
           MOVE LN-BRANCH      TO DG-BRANCH
           CALL "GETOPER" USING CO-CURRENT-OPER-AREA
           END-CALL
           MOVE CO-OPER-ID TO DG-OPER-ID
           OPEN EXTEND DamageFile
           IF LN-DMGFILE-NEW
               OPEN OUTPUT DamageFile
           END-IF
           IF NOT LN-DMGFILE-OK
               DISPLAY "DAMAGE.DAT OPEN failed - status "
                       LN-DMGFILE-STATUS " - damage not registered."
               GO TO 2390-EXIT
           END-IF
           WRITE DG-DAMAGE-RECORD
           CLOSE DamageFile.
       2390-EXIT.
           EXIT.

      *  The master record of the borrower on the loan in hand, so
      *  the category terms follow the borrower.  A loan from
      *  before borrower numbers, or a borrower since removed,
      *  reads as a blank (adult) category.
       2340-GET-LOAN-BORROWER.
           MOVE LN-BORROWER-NO TO BW-BORROWER-NO
           READ BorrowerFile
               INVALID KEY
                   MOVE SPACE TO BW-CATEGORY
           END-READ.
       2340-EXIT.
           EXIT.

      *****************************************************************
      *  2500-ANNOUNCE-HOLD - scan the hold queue for the oldest
      *  waiting hold on the returned book and tell the operator to
      *  set the book aside.  The queue is in arrival order, so the
      *  first waiting record found is the oldest.  An any-edition
      *  hold on the work the book is an edition of is matched too.
      *****************************************************************
       2500-ANNOUNCE-HOLD.
           PERFORM 2505-GET-WORK-CODE THRU 2505-EXIT
           PERFORM 2520-SCAN-HOLD-QUEUE THRU 2520-EXIT
           IF NOT LN-HOLD-FOUND
               GO TO 2500-EXIT
           END-IF
           IF LN-BOOK-FOUND
               MOVE BK-BRANCH TO LN-HOLD-SEND-BRANCH
           ELSE
               MOVE LN-BRANCH TO LN-HOLD-SEND-BRANCH
           END-IF
           DISPLAY "*** HOLD WAITING on book " LN-TXN-BOOK-ID
                   " for " LN-HOLD-BORROWER " (placed "
                   LN-HOLD-PLACED-DATE ") - set the book aside"
           IF LN-HOLD-ON-BOOK-ID NOT = LN-TXN-BOOK-ID
               DISPLAY "*** (any-edition hold placed on book "
                       LN-HOLD-ON-BOOK-ID " - this edition fills it)"
           END-IF
           IF LN-HOLD-PICKUP-BRANCH = SPACES
               OR LN-HOLD-PICKUP-BRANCH = LN-HOLD-SEND-BRANCH
               DISPLAY "*** and clear the hold with BOOKHOLD."
           ELSE
               DISPLAY "*** for the van to branch "
                       LN-HOLD-PICKUP-BRANCH " - it goes on the"
                       " HOLDROUT routing list."
           END-IF
           PERFORM 2530-MARK-HOLD-OFFERED THRU 2530-EXIT.
       2500-EXIT.
           EXIT.

      *  The work the returned book is an edition of, or spaces when
      *  it is linked to none.
       2505-GET-WORK-CODE.
           MOVE SPACES TO LN-HOLD-WORK-CODE
           IF NOT LN-LINK-OPEN
               GO TO 2505-EXIT
           END-IF
           MOVE LN-TXN-BOOK-ID TO TK-BOOK-ID
           READ LinkFile
               INVALID KEY
                   GO TO 2505-EXIT
           END-READ
           MOVE TK-WORK-CODE TO LN-HOLD-WORK-CODE.
       2505-EXIT.
           EXIT.

      *****************************************************************
      *  2530-MARK-HOLD-OFFERED - stamp the announced hold O with
      *  today's offer date, starting the pickup window the HOLDSWP
                   SET LN-HOLDFILE-EOF TO TRUE
                   GO TO 2531-EXIT
           END-READ
           IF (HD-BOOK-ID = LN-TXN-BOOK-ID
               OR (LN-HOLD-WORK-CODE NOT = SPACES
                   AND HD-WORK-CODE = LN-HOLD-WORK-CODE))
               AND HD-WAITING
               AND NOT LN-HOLD-MARKED
               MOVE LN-TXN-BOOK-ID TO HD-BOOK-ID
               MOVE "O" TO HD-STATUS
               MOVE LN-SYSTEM-DATE TO HD-OFFER-DATE
               MOVE LN-HOLD-SEND-BRANCH TO HD-SEND-BRANCH
               IF HD-PICKUP-BRANCH = SPACES
                   OR HD-PICKUP-BRANCH = HD-SEND-BRANCH
                   MOVE LN-SYSTEM-DATE TO HD-RECEIVED-DATE
               ELSE
                   MOVE ZEROS TO HD-RECEIVED-DATE
               END-IF
               MOVE "Y" TO LN-HOLD-MARKED-SWITCH
           END-IF
           MOVE HD-HOLD-RECORD TO LN-HOLDWORK-RECORD
                   SET LN-HOLDFILE-EOF TO TRUE
                   GO TO 2510-EXIT
           END-READ
           IF (HD-BOOK-ID = LN-TXN-BOOK-ID
               OR (LN-HOLD-WORK-CODE NOT = SPACES
                   AND HD-WORK-CODE = LN-HOLD-WORK-CODE))
               AND HD-WAITING
               MOVE "Y" TO LN-HOLD-FOUND-SWITCH
               MOVE HD-BOOK-ID     TO LN-HOLD-ON-BOOK-ID
               MOVE HD-BORROWER    TO LN-HOLD-BORROWER
               MOVE HD-PLACED-DATE TO LN-HOLD-PLACED-DATE
               MOVE HD-PICKUP-BRANCH TO LN-HOLD-PICKUP-BRANCH
           END-IF.
       2510-EXIT.
           EXIT.
      *  Scan the hold queue for the oldest waiting hold on
      *  LN-TXN-BOOK-ID - shared by the return announcement and the
      *  renewal refusal.  Leaves LN-HOLD-FOUND set when one waits.
      *  LN-HOLD-WORK-CODE widens it to any-edition holds on a work.
       2520-SCAN-HOLD-QUEUE.
           MOVE "N" TO LN-HOLD-FOUND-SWITCH
           MOVE "N" TO LN-HOLDFILE-EOF-SWITCH
      *  2600-RENEW-LOAN - keep a book out longer without keying a
      *  return and a fresh loan.  The due date moves to today plus
      *  the policy period; the loan date and borrower stand, so the
      *  history stays honest.  Refused once the loan is recalled,
      *  while a waiting hold sits on the title or (any edition) on
      *  its work, once the loan is more than the overdue limit
      *  past due, and after the renewal cap.
      *****************************************************************
       2600-RENEW-LOAN.
               DISPLAY "Book " LN-TXN-BOOK-ID " is not on loan."
               GO TO 2600-EXIT
           END-IF
           IF LN-COURSE-CODE NOT = SPACES
               DISPLAY "Book " LN-TXN-BOOK-ID " is a course reserve"
                       " loan (" LN-COURSE-CODE ") - renewal refused,"
                       " return it to the desk."
               GO TO 2600-EXIT
           END-IF
           IF LN-RENEW-COUNT NOT NUMERIC
               MOVE ZEROS TO LN-RENEW-COUNT
           END-IF
                       " renewal refused."
               GO TO 2600-EXIT
           END-IF
           IF LN-RECALL-DATE IS NUMERIC
               AND LN-RECALL-DATE > ZEROS
               DISPLAY "Book " LN-TXN-BOOK-ID " was recalled for a"
                       " waiting hold - due back " LN-DUE-DATE ","
                       " renewal refused."
               GO TO 2600-EXIT
           END-IF
           IF LN-CLAIM-DATE IS NUMERIC
               AND LN-CLAIM-DATE > ZEROS
               DISPLAY "Book " LN-TXN-BOOK-ID " is claimed returned"
                       " (since " LN-CLAIM-DATE ") - renewal refused."
               GO TO 2600-EXIT
           END-IF
           MOVE LN-BORROWER-NO TO BA-BORROWER-NO
           PERFORM 2240-CHECK-BORROWER-BLOCKS THRU 2240-EXIT
           IF BA-RENEWALS-STOPPED
               DISPLAY "Borrower " LN-BORROWER-NO " is blocked from"
                       " renewing - renewal refused, see BLOCKMNT."
               GO TO 2600-EXIT
           END-IF
           PERFORM 2505-GET-WORK-CODE THRU 2505-EXIT
           PERFORM 2520-SCAN-HOLD-QUEUE THRU 2520-EXIT
           IF LN-HOLD-FOUND
               DISPLAY "Book " LN-TXN-BOOK-ID " has a waiting hold"
           IF LN-BOOK-NOT-FOUND
               MOVE SPACES TO BK-BOOK-GENRE
           END-IF
           PERFORM 2340-GET-LOAN-BORROWER THRU 2340-EXIT
           PERFORM 2205-GET-CATEGORY-PRIVILEGES THRU 2205-EXIT
           PERFORM 2210-GET-LOAN-POLICY THRU 2210-EXIT
           MOVE "D" TO DS-FUNCTION
           MOVE LN-SYSTEM-DATE TO DS-DATE-1
           MOVE LN-ACTIVE-PERIOD TO DS-DAYS
           MOVE LN-BRANCH TO DS-BRANCH
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           IF DS-STATUS NOT = "00"
               ACCEPT LH-EVENT-TIME FROM TIME
           END-IF
           MOVE "Y" TO LN-TXN-APPLIED-SWITCH
           MOVE ZEROS TO LN-HIST-TRIES
           WRITE LH-HISTORY-RECORD
               INVALID KEY
                   PERFORM 2410-STEP-EVENT-TIME THRU 2410-EXIT
                       UNTIL LN-HISTFILE-OK
                       OR LN-HIST-TRIES > LN-HIST-MAX-TRIES
           END-WRITE
           IF NOT LN-HISTFILE-OK
               DISPLAY "LOANHIST.DAT WRITE failed for book "
                       LH-BOOK-ID " - status " LN-HISTFILE-STATUS
                       "."
           END-IF.
       2400-EXIT.
           EXIT.

      *  Same book, same centisecond - try the next hundredth.
       2410-STEP-EVENT-TIME.
           ADD 1 TO LN-HIST-TRIES
           ADD 1 TO LH-EVENT-TIME
           WRITE LH-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
       2410-EXIT.
           EXIT.

      *****************************************************************
      *  2700-POST-CAPTURE-FILE - the catch-up posting run.  Each
      *  captured transaction drives through the same 2200/2300
           MOVE OC-BOOK-ID         TO LN-TXN-BOOK-ID
           MOVE OC-BORROWER-NO     TO LN-TXN-BORROWER-NO
           MOVE ZEROS              TO LN-TXN-DUE-DATE
           MOVE SPACE              TO LN-TXN-CONDITION
           MOVE OC-EVENT-DATE      TO LN-SYSTEM-DATE
           MOVE OC-EVENT-DATE      TO LN-EVENT-DATE-OVR
           MOVE OC-EVENT-TIME      TO LN-EVENT-TIME-OVR
           END-IF.
       2710-EXIT.
           EXIT.

      *****************************************************************
      *  2800-CLAIM-RETURNED - the borrower says the book came back;
      *  the loan file says it is still out.  The loan stays out and
      *  the copy counted out, but is disputed from today: no fine
      *  accrues, no notice goes, and the shelf team looks for it
      *  (CLAIMRPT, SHELFREC) until LOSTSWP's investigation period
      *  runs out.  A blank borrower number takes the loan's own.
      *****************************************************************
       2800-CLAIM-RETURNED.
           MOVE LN-TXN-BOOK-ID TO LN-BOOK-ID
           READ LoanFile
               INVALID KEY
                   DISPLAY "No loan on file for book "
                           LN-TXN-BOOK-ID "."
                   GO TO 2800-EXIT
           END-READ
           IF LN-RETURNED
               DISPLAY "Book " LN-TXN-BOOK-ID " is not on loan -"
                       " nothing to claim."
               GO TO 2800-EXIT
           END-IF
           IF LN-TXN-BORROWER-NO IS NUMERIC
               AND LN-TXN-BORROWER-NO > ZEROS
               AND LN-TXN-BORROWER-NO NOT = LN-BORROWER-NO
               DISPLAY "Book " LN-TXN-BOOK-ID " is on loan to"
                       " borrower " LN-BORROWER-NO ", not "
                       LN-TXN-BORROWER-NO " - claim not taken."
               GO TO 2800-EXIT
           END-IF
           IF LN-CLAIM-DATE IS NUMERIC
               AND LN-CLAIM-DATE > ZEROS
               DISPLAY "Book " LN-TXN-BOOK-ID " was already claimed"
                       " returned on " LN-CLAIM-DATE "."
               GO TO 2800-EXIT
           END-IF
           MOVE LN-SYSTEM-DATE TO LN-CLAIM-DATE
           REWRITE LN-LOAN-RECORD
               INVALID KEY
                   DISPLAY "Book " LN-TXN-BOOK-ID " claim not"
                   DISPLAY "rewritten."
                   GO TO 2800-EXIT
           END-REWRITE
           DISPLAY "Book " LN-TXN-BOOK-ID " claimed returned - loan"
                   " disputed, no further fines or notices."
           MOVE LN-BORROWER-NO TO BW-BORROWER-NO
           READ BorrowerFile
               INVALID KEY
                   DISPLAY "Borrower " LN-BORROWER-NO " not on"
                           " BORROWER.DAT - claim not counted."
                   GO TO 2800-EXIT
           END-READ
           IF BW-CLAIM-COUNT NOT NUMERIC
               MOVE ZEROS TO BW-CLAIM-COUNT
           END-IF
           IF BW-CLAIM-COUNT < 999
               ADD 1 TO BW-CLAIM-COUNT
           END-IF
           REWRITE BW-BORROWER-RECORD
               INVALID KEY
                   DISPLAY "Borrower " LN-BORROWER-NO " claim count"
                   DISPLAY "not rewritten."
                   GO TO 2800-EXIT
           END-REWRITE
           IF BW-CLAIM-COUNT > 1
               DISPLAY "*** REPEAT CLAIMANT - borrower "
                       BW-BORROWER-NO " has made " BW-CLAIM-COUNT
                       " claims ***"
           END-IF.
       2800-EXIT.
           EXIT.
