      *****************************************************************
      *  BLKTYPE.CPY
      *
      *  One borrower block type on the BLKTYPE.DAT table, keyed on
      *  a two-character type code - for example ID (identity to be
      *  checked), AD (address returned undeliverable), CB (conduct
      *  ban), NT (desk note).  Says what a block of the type stops:
      *  Y in a flag stops loans, holds or renewals; all three N
      *  makes the type a note only, shown at the desk and never
      *  enforced.  Maintained through BLOCKMNT's T transaction.
      *  COPY this member into the FD for BlockTypeFile.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with borrower
      *                  blocks.
      *****************************************************************
       01  BE-BLOCK-TYPE-RECORD.
           05  BE-BLOCK-TYPE               PIC X(02).
           05  BE-DESCRIPTION              PIC X(30).
           05  BE-STOPS-LOANS              PIC X(01).
               88  BE-LOANS-STOPPED        VALUE "Y".
           05  BE-STOPS-HOLDS              PIC X(01).
               88  BE-HOLDS-STOPPED        VALUE "Y".
           05  BE-STOPS-RENEWALS           PIC X(01).
               88  BE-RENEWALS-STOPPED     VALUE "Y".
