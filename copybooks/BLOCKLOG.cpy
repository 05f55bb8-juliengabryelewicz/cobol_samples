      *****************************************************************
      *  BLOCKLOG.CPY
      *
      *  One entry on the BLOCKLOG.DAT borrower block log, appended
      *  every time a block is set or lifted at the desk (BLOCKMNT)
      *  or lapses at its expiry date (BLOCKSWP) - who did it, when,
      *  and the block as it stood - so a block that has since been
      *  replaced or lifted can still be accounted for.  COPY this
      *  member into the FD for BlockLogFile.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with borrower
      *                  blocks.
      *****************************************************************
       01  BG-BLOCK-LOG-RECORD.
           05  BG-LOG-DATE                 PIC 9(08).
           05  BG-LOG-TIME                 PIC 9(08).
           05  BG-OPER-ID                  PIC X(08).
           05  BG-ACTION                   PIC X(01).
               88  BG-BLOCK-SET            VALUE "S".
               88  BG-BLOCK-LIFTED         VALUE "L".
               88  BG-BLOCK-LAPSED         VALUE "X".
           05  BG-BORROWER-NO              PIC 9(05).
           05  BG-BLOCK-TYPE               PIC X(02).
           05  BG-START-DATE               PIC 9(08).
           05  BG-EXPIRY-DATE              PIC 9(08).
           05  BG-REASON                   PIC X(40).
