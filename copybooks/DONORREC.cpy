      *****************************************************************
      *  DONORREC.CPY
      *
      *  One donor of gift books on the DONORS.DAT master, keyed on
      *  the donor number - name and postal address for the
      *  acknowledgment letter, whether they want the annual
      *  donations statement for their tax return, and the dates of
      *  their first and latest lots.  Maintained by DONRMNT; the
      *  donor number keys every lot GIFTINT takes in, and GIFTRPT
      *  prints the name against the year's totals.  COPY this
      *  member into the FD for DonorFile.
      *
      *      tax receipt  Y  wants the annual statement of value
      *                   N  (or space) does not
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with gift-book
      *                  intake.
      *****************************************************************
       01  DN-DONOR-RECORD.
           05  DN-DONOR-NO                 PIC 9(06).
           05  DN-DONOR-NAME               PIC X(30).
           05  DN-ADDRESS-1                PIC X(30).
           05  DN-ADDRESS-2                PIC X(30).
           05  DN-TOWN                     PIC X(20).
           05  DN-POSTCODE                 PIC X(08).
           05  DN-TAX-RECEIPT              PIC X(01).
               88  DN-WANTS-RECEIPT        VALUE "Y".
           05  DN-FIRST-GIFT-DATE          PIC 9(08).
           05  DN-LAST-GIFT-DATE           PIC 9(08).
