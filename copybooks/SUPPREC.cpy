      *  ---------------------
      *  2026-09-02  jg  Original member, introduced with the
      *                  supplier master file.
      *  2026-10-15  jg  Added SP-LAST-XMIT-SEQ - the sequence number
      *                  of the last outbound order file ORDXMIT
      *                  built for the supplier, so each file carries
      *                  the next number and a resend can be told
      *                  from a new file.  At the end of the record;
      *                  old records read back blank and start again
      *                  from one.
      *****************************************************************
       01  SP-SUPPLIER-RECORD.
           05  SP-SUPPLIER-CODE            PIC X(05).
           05  SP-CONTACT-NAME             PIC X(20).
           05  SP-CONTACT-PHONE            PIC X(12).
           05  SP-CURRENCY                 PIC X(03).
           05  SP-LAST-XMIT-SEQ            PIC 9(05).
