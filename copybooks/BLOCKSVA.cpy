      *****************************************************************
      *  BLOCKSVA.CPY
      *
      *  CALL area for the shared BLOCK-SVC borrower block service,
      *  in the style of FINE-SVC.  COPY this member into
      *  WORKING-STORAGE and CALL "BLOCK-SVC" USING BA-BLOCK-SVC-AREA.
      *
      *  BA-FUNCTION:
      *      C  check BA-BORROWER-NO - every block on BORRBLK.DAT in
      *         force on BA-AS-OF-DATE (zeros = today) comes back in
      *         BA-BLOCK with its type's description and what it
      *         stops, and BA-STOPS-LOANS, -HOLDS and -RENEWALS are
      *         Y when any block in force stops that.  A block past
      *         its expiry date is not in force, whether or not
      *         BLOCKSWP has marked it lapsed yet.
      *
      *  BA-STATUS on return:
      *      00  checked - BA-BLOCK-COUNT may be zero
      *      02  BORRBLK.DAT could not be opened - no blocks known
      *      09  BA-FUNCTION not recognised
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with borrower
      *                  blocks.
      *****************************************************************
       01  BA-BLOCK-SVC-AREA.
           05  BA-FUNCTION                  PIC X(01).
           05  BA-BORROWER-NO               PIC 9(05).
           05  BA-AS-OF-DATE                PIC 9(08).
           05  BA-STOPS-LOANS               PIC X(01).
               88  BA-LOANS-STOPPED         VALUE "Y".
           05  BA-STOPS-HOLDS               PIC X(01).
               88  BA-HOLDS-STOPPED         VALUE "Y".
           05  BA-STOPS-RENEWALS            PIC X(01).
               88  BA-RENEWALS-STOPPED      VALUE "Y".
           05  BA-BLOCK-COUNT               PIC 9(02).
           05  BA-BLOCK OCCURS 9 TIMES.
               10  BA-BL-TYPE               PIC X(02).
               10  BA-BL-DESCRIPTION        PIC X(30).
               10  BA-BL-STOPS              PIC X(20).
               10  BA-BL-REASON             PIC X(40).
               10  BA-BL-SET-BY             PIC X(08).
               10  BA-BL-START-DATE         PIC 9(08).
               10  BA-BL-EXPIRY-DATE        PIC 9(08).
           05  BA-STATUS                    PIC X(02).
