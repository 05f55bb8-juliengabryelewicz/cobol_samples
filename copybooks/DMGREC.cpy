      *****************************************************************
      *  DMGREC.CPY
      *
      *  One damage incident on DAMAGE.DAT, the damage register -
      *  a book checked back in through BOOKLOAN with a condition
      *  other than good.  Carries the loan it came back from (the
      *  borrower and the loan date), the condition the desk keyed,
      *  the charge assessed through FINE-SVC and whether it
      *  posted, and whether the book was sent to repair.  Appended
      *  in arrival order; DMGRPT lists it against the book's
      *  current status.  COPY this member into the FD for
      *  DamageFile.
      *
      *      condition  M  minor damage - charged, back on the shelf
      *                 D  major damage - charged, book to repair (R)
      *                 P  parts missing - charged, back on the shelf
      *
      *      charge     P  posted to the borrower's account
      *                 N  not posted - FINE-SVC refused it, charge
      *                    it by hand in FINEMNT
      *                 space  nothing to charge (zero on the table)
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with condition
      *                  checking at return.
      *****************************************************************
       01  DG-DAMAGE-RECORD.
           05  DG-DAMAGE-DATE              PIC 9(08).
           05  DG-DAMAGE-TIME              PIC 9(08).
           05  DG-BOOK-ID                  PIC 9(07).
           05  DG-BOOK-NAME                PIC X(30).
           05  DG-BORROWER-NO              PIC 9(05).
           05  DG-BORROWER                 PIC X(25).
           05  DG-LOAN-DATE                PIC 9(08).
           05  DG-CONDITION                PIC X(01).
               88  DG-MINOR-DAMAGE         VALUE "M".
               88  DG-MAJOR-DAMAGE         VALUE "D".
               88  DG-PARTS-MISSING        VALUE "P".
           05  DG-CHARGE                   PIC 9(05)V99.
           05  DG-CHARGE-STATUS            PIC X(01).
               88  DG-CHARGE-POSTED        VALUE "P".
               88  DG-CHARGE-NOT-POSTED    VALUE "N".
               88  DG-NO-CHARGE            VALUE SPACE.
           05  DG-TO-REPAIR                PIC X(01).
               88  DG-SENT-TO-REPAIR       VALUE "Y".
           05  DG-OPER-ID                  PIC X(08).
           05  DG-BRANCH                   PIC X(03).
