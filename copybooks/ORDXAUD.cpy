      *****************************************************************
      *  ORDXAUD.CPY
      *
      *  One line of the ORDXAUD.DAT order transmission trail - an
      *  append-only record, per supplier and order, of every order
      *  ORDXMIT sent out and every acknowledgment line ORDACK took
      *  back in, so what a supplier was sent and what it answered
      *  can be shown line by line in any dispute.
      *
      *      XA-EVENT  S  order sent in outbound file XA-FILE-SEQ
      *                R  order sent again in a resend of that file
      *                A  acknowledgment applied - XA-ACK-CODE A
      *                   accepted, B backordered to
      *                   XA-EXPECTED-DATE, C cancelled by supplier
      *                J  acknowledgment line rejected - the reason
      *                   is in XA-DETAIL and the line itself on
      *                   ORDACK.REJ
      *
      *  COPY this member into the FD for the trail file.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with electronic
      *                  order transmission.
      *****************************************************************
       01  XA-XMIT-AUDIT-RECORD.
           05  XA-SUPPLIER                 PIC X(05).
           05  XA-EVENT                    PIC X(01).
               88  XA-SENT                 VALUE "S".
               88  XA-RESENT               VALUE "R".
               88  XA-ACKNOWLEDGED         VALUE "A".
               88  XA-REJECTED             VALUE "J".
           05  XA-FILE-SEQ                 PIC 9(05).
           05  XA-ORDER-NO                 PIC 9(06).
           05  XA-RUN-DATE                 PIC 9(08).
           05  XA-RUN-TIME                 PIC 9(08).
           05  XA-QUANTITY                 PIC 9(03).
           05  XA-ACK-CODE                 PIC X(01).
           05  XA-EXPECTED-DATE            PIC 9(08).
           05  XA-DETAIL                   PIC X(30).
