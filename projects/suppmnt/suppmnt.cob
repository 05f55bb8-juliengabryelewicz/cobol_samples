      *  ---------------------
      *  2026-09-02  jg  Original program, introduced with the
      *                  supplier master file.
      *  2026-10-15  jg  A new supplier starts with no order files
      *                  transmitted (SP-LAST-XMIT-SEQ zero).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE SM-TXN-CONTACT   TO SP-CONTACT-NAME
           MOVE SM-TXN-PHONE     TO SP-CONTACT-PHONE
           MOVE SM-TXN-CURRENCY  TO SP-CURRENCY
           MOVE ZEROS            TO SP-LAST-XMIT-SEQ
           WRITE SP-SUPPLIER-RECORD
               INVALID KEY
                   DISPLAY "Supplier " SM-TXN-SUPP-CODE
