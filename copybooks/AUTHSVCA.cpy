      *****************************************************************
      *  AUTHSVCA.CPY
      *
      *  CALL area for the shared AUTH-SVC author authority service,
      *  in the style of RATE-SVC.  COPY this member into
      *  WORKING-STORAGE and CALL "AUTH-SVC" USING AQ-AUTH-SVC-AREA.
      *
      *  AQ-FUNCTION:
      *      N  normalise AQ-AUTHOR into AQ-AUTHOR-KEY only - upper
      *         case, full stops, commas, colons and semicolons
      *         dropped, runs of spaces closed up
      *      L  normalise and look the form up on AUTHORS.DAT.  On
      *         a hit the whole group comes back: the preferred
      *         form's spelling in AQ-PREFERRED, its see-also
      *         heading, and every form in AQ-FORM - the preferred
      *         form first, then its variants.
      *
      *  AQ-STATUS on return from L:
      *      00  the form is a preferred form
      *      01  the form is a variant of AQ-PREFERRED
      *      02  AUTHORS.DAT could not be opened
      *      03  the form is not on the authority file
      *  A caller warns when AQ-STATUS is 00 or 01 and the author as
      *  keyed differs from AQ-PREFERRED.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with the author
      *                  authority file.
      *****************************************************************
       01  AQ-AUTH-SVC-AREA.
           05  AQ-FUNCTION                  PIC X(01).
           05  AQ-AUTHOR                    PIC X(15).
           05  AQ-AUTHOR-KEY                PIC X(15).
           05  AQ-PREFERRED                 PIC X(15).
           05  AQ-SEE-ALSO                  PIC X(15).
           05  AQ-FORM-COUNT                PIC 9(02).
           05  AQ-FORM                      PIC X(15)
                                             OCCURS 10 TIMES.
           05  AQ-STATUS                    PIC X(02).
