      *****************************************************************
      *  BLOCKREC.CPY
      *
      *  One block or desk note against a borrower on BORRBLK.DAT,
      *  keyed on BorrowerNo and block type - a borrower carries at
      *  most one block of each type, and setting a type again
      *  replaces the one on file.  What a block stops (loans,
      *  holds, renewals, or nothing for a note) is its type's
      *  record on BLKTYPE.DAT, not the block's.
      *
      *      status  A  active - in force from the start date
      *                 through the expiry date (zeros = no expiry)
      *              L  lifted at the desk (BLOCKMNT)
      *              X  lapsed - expiry date passed (BLOCKSWP)
      *
      *  A lifted or lapsed block stays on file with who ended it
      *  and when, until the type is set again.  BLOCKMNT sets and
      *  lifts blocks and logs both on BLOCKLOG.DAT; BLOCK-SVC
      *  answers BOOKLOAN, BOOKHOLD and BOOKINQ with the blocks in
      *  force; BLOCKRPT lists them.  COPY this member into the FD
      *  for BlockFile.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with borrower
      *                  blocks.
      *****************************************************************
       01  BB-BLOCK-RECORD.
           05  BB-BLOCK-KEY.
               10  BB-BORROWER-NO          PIC 9(05).
               10  BB-BLOCK-TYPE           PIC X(02).
           05  BB-BLOCK-STATUS             PIC X(01).
               88  BB-ACTIVE               VALUE "A".
               88  BB-LIFTED               VALUE "L".
               88  BB-LAPSED               VALUE "X".
           05  BB-REASON                   PIC X(40).
           05  BB-SET-BY                   PIC X(08).
           05  BB-START-DATE               PIC 9(08).
           05  BB-EXPIRY-DATE              PIC 9(08).
           05  BB-ENDED-BY                 PIC X(08).
           05  BB-ENDED-DATE               PIC 9(08).
