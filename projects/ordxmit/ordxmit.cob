       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORDXMIT.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  ORDXMIT
      *
      *  Nightly electronic order transmission.  Every order placed
      *  on ORDERS.DAT through BOOKORD and not yet sent is collected
      *  into one outbound order file per supplier, so orders stop
      *  being printed and emailed by hand.  Each file is named
      *
      *      PO<supplier>-<sequence>.DAT        e.g. POBAKER-00042.DAT
      *
      *  and holds an H header (supplier, sequence number, run date
      *  and time, resend flag and the master's supplier name), one
      *  D line per order (order number, ISBN-13, title, quantity,
      *  price and currency) and a T control-total trailer (line
      *  count, total copies, total of quantity times price).  The
      *  sequence number is the supplier's SP-LAST-XMIT-SEQ plus
      *  one, carried on SUPPLIER.DAT so every file a supplier
      *  receives is numbered in turn.
      *
      *  A sent order is stamped with the run date and the file's
      *  sequence (OR-SENT-DATE, OR-SENT-SEQ) and is never picked up
      *  again.  Orders from before transmission, and orders
      *  converted by BOOKCONV, are treated as already sent.  An
      *  order whose supplier is not on the master is held back with
      *  a warning and goes out on the first night the supplier is
      *  set up.
      *
      *  A file the supplier lost is rebuilt on request: the
      *  ORDXOPT.DAT card names the supplier and sequence number and
      *  the night it is for, and the orders sent in that file go
      *  out again under the same sequence with the header's resend
      *  flag set to R, so the supplier can tell it from a new file.
      *  A card for any other night is ignored.
      *
      *  Every order sent or resent is written to the ORDXAUD.DAT
      *  transmission trail that ORDACK also writes to.  START/STOP
      *  logged through STEP-LOG for the night window; return code
      *  4 when any supplier's orders were held back or a resend
      *  could not be built.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program, introduced with electronic
      *                  order transmission.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderFile ASSIGN TO "ORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-ORDER-NO
               FILE STATUS IS OX-ORDERFILE-STATUS.
           SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-SUPPLIER-CODE
               FILE STATUS IS OX-SUPPFILE-STATUS.
           SELECT XmitFile ASSIGN TO OX-XMIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OX-XMITFILE-STATUS.
           SELECT XmitAuditFile ASSIGN TO "ORDXAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OX-AUDITFILE-STATUS.
           SELECT OptionFile ASSIGN TO "ORDXOPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OX-OPTFILE-STATUS.
           SELECT SortFile ASSIGN TO "ORDXMIT.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD OrderFile.
       COPY ORDERREC.

       FD SupplierFile.
       COPY SUPPREC.

       FD XmitFile.
       01  OX-XMIT-LINE.
           05  OX-X-TYPE             PIC X(01).
       01  OX-XMIT-HEADER REDEFINES OX-XMIT-LINE.
           05  FILLER                PIC X(01).
           05  OX-XH-SUPPLIER        PIC X(05).
           05  OX-XH-FILE-SEQ        PIC 9(05).
           05  OX-XH-RUN-DATE        PIC 9(08).
           05  OX-XH-RUN-TIME        PIC 9(08).
           05  OX-XH-RESEND          PIC X(01).
           05  OX-XH-SUPPLIER-NAME   PIC X(30).
       01  OX-XMIT-DETAIL REDEFINES OX-XMIT-LINE.
           05  FILLER                PIC X(01).
           05  OX-XD-ORDER-NO        PIC 9(06).
           05  OX-XD-ISBN            PIC 9(13).
           05  OX-XD-TITLE           PIC X(30).
           05  OX-XD-QUANTITY        PIC 9(03).
           05  OX-XD-PRICE           PIC 9(05)V99.
           05  OX-XD-CURRENCY        PIC X(03).
       01  OX-XMIT-TRAILER REDEFINES OX-XMIT-LINE.
           05  FILLER                PIC X(01).
           05  OX-XT-LINE-COUNT      PIC 9(07).
           05  OX-XT-TOTAL-QTY       PIC 9(07).
           05  OX-XT-TOTAL-VALUE     PIC 9(09)V99.

       FD XmitAuditFile.
       COPY ORDXAUD.

       FD OptionFile.
       01  OX-OPTION-RECORD.
           05  OX-OPT-SUPPLIER       PIC X(05).
           05  OX-OPT-FILE-SEQ       PIC 9(05).
           05  OX-OPT-RUN-DATE       PIC 9(08).

       SD SortFile.
       01  OX-SORT-RECORD.
           05  OX-S-SUPPLIER         PIC X(05).
           05  OX-S-ORDER-NO         PIC 9(06).

       WORKING-STORAGE SECTION.
       01  OX-ORDERFILE-STATUS       PIC X(02).
           88  OX-ORDERFILE-OK       VALUE "00".

       01  OX-SUPPFILE-STATUS        PIC X(02).
           88  OX-SUPPFILE-OK        VALUE "00".

       01  OX-XMITFILE-STATUS        PIC X(02).
           88  OX-XMITFILE-OK        VALUE "00".

       01  OX-AUDITFILE-STATUS       PIC X(02).
           88  OX-AUDITFILE-OK       VALUE "00".
           88  OX-AUDITFILE-NEW      VALUE "35".

       01  OX-OPTFILE-STATUS         PIC X(02).
           88  OX-OPTFILE-OK         VALUE "00".

       01  OX-ORDERFILE-EOF-SWITCH   PIC X(01).
           88  OX-ORDERFILE-EOF      VALUE "Y".

       01  OX-SORTFILE-EOF-SWITCH    PIC X(01).
           88  OX-SORTFILE-EOF       VALUE "Y".

       01  OX-FILES-OPEN-SWITCH      PIC X(01) VALUE "N".
           88  OX-FILES-OPEN         VALUE "Y".

       01  OX-XMIT-OPEN-SWITCH       PIC X(01).
           88  OX-XMIT-OPEN          VALUE "Y".

       01  OX-RESEND-SWITCH          PIC X(01) VALUE "N".
           88  OX-RESEND-REQUESTED   VALUE "Y".

       01  OX-RUN-DATE               PIC 9(08).
       01  OX-RUN-TIME               PIC 9(08).

      *  The outbound file being built - PO, the supplier code, a
      *  hyphen and the five-digit sequence number.
       01  OX-XMIT-NAME              PIC X(20).
       01  OX-CURRENT-SUPPLIER       PIC X(05).
       01  OX-FILE-SEQ               PIC 9(05).
       01  OX-RESEND-FLAG            PIC X(01).
       01  OX-AUDIT-EVENT            PIC X(01).

       01  OX-RESEND-SUPPLIER        PIC X(05).
       01  OX-RESEND-SEQ             PIC 9(05).

       01  OX-LINE-COUNT             PIC 9(07).
       01  OX-TOTAL-QTY              PIC 9(07).
       01  OX-TOTAL-VALUE            PIC 9(09)V99.
       01  OX-LINE-VALUE             PIC 9(09)V99.

       01  OX-FILE-COUNT             PIC 9(05) VALUE ZEROS.
       01  OX-SENT-COUNT             PIC 9(05) VALUE ZEROS.
       01  OX-RESENT-COUNT           PIC 9(05) VALUE ZEROS.
       01  OX-HELD-COUNT             PIC 9(05) VALUE ZEROS.
       01  OX-VALUE-DISPLAY          PIC ZZZ,ZZZ,ZZ9.99.

       COPY STEPLOGC.

       COPY RUNDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "ORD-XMIT" TO SL-STEP-NAME
           MOVE "START" TO SL-STEP-ACTION
           CALL "STEP-LOG" USING SL-STEP-LOG-AREA
           END-CALL
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF OX-FILES-OPEN
               IF OX-RESEND-REQUESTED
                   PERFORM 5000-RESEND-FILE THRU 5000-EXIT
               END-IF
               SORT SortFile
                   ON ASCENDING KEY OX-S-SUPPLIER
                   ON ASCENDING KEY OX-S-ORDER-NO
                   INPUT PROCEDURE IS 2000-RELEASE-ORDERS
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-TRANSMIT-ORDERS
                       THRU 3000-EXIT
               PERFORM 4000-TERMINATE THRU 4000-EXIT
           END-IF
      *  STOP is logged only on a clean run, matching HOLDSWP.
           IF RETURN-CODE = ZEROS
               MOVE "ORD-XMIT" TO SL-STEP-NAME
               MOVE "STOP" TO SL-STEP-ACTION
               CALL "STEP-LOG" USING SL-STEP-LOG-AREA
               END-CALL
           END-IF
           GOBACK.

       1000-INITIALIZE.
           ACCEPT OX-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT OX-RUN-TIME FROM TIME
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           DISPLAY "ORDXMIT  ORDER TRANSMISSION  " RD-RUN-DATE-DISPLAY
           DISPLAY "----------------------------------------"
           PERFORM 1100-READ-OPTION-CARD THRU 1100-EXIT
           OPEN I-O OrderFile
           IF NOT OX-ORDERFILE-OK
               DISPLAY "ORDERS.DAT OPEN failed - status "
                       OX-ORDERFILE-STATUS " - nothing sent."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O SupplierFile
           IF NOT OX-SUPPFILE-OK
               DISPLAY "SUPPLIER.DAT OPEN failed - status "
                       OX-SUPPFILE-STATUS " - nothing sent (see"
                       " SUPPMNT)."
               MOVE 8 TO RETURN-CODE
               CLOSE OrderFile
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND XmitAuditFile
           IF OX-AUDITFILE-NEW
               OPEN OUTPUT XmitAuditFile
           END-IF
           IF NOT OX-AUDITFILE-OK
               DISPLAY "ORDXAUD.DAT OPEN failed - status "
                       OX-AUDITFILE-STATUS " - nothing sent."
               MOVE 8 TO RETURN-CODE
               CLOSE OrderFile
               CLOSE SupplierFile
               GO TO 1000-EXIT
           END-IF
           SET OX-FILES-OPEN TO TRUE.
       1000-EXIT.
           EXIT.

      *  A resend is honoured only from a card dated for tonight, so
      *  a card left on file does not send the same file every
      *  night.  No card, or a stale one, is the ordinary run.
       1100-READ-OPTION-CARD.
           OPEN INPUT OptionFile
           IF NOT OX-OPTFILE-OK
               GO TO 1100-EXIT
           END-IF
           READ OptionFile
               AT END
                   CLOSE OptionFile
                   GO TO 1100-EXIT
           END-READ
           IF OX-OPT-SUPPLIER NOT = SPACES
               AND OX-OPT-FILE-SEQ IS NUMERIC
               AND OX-OPT-FILE-SEQ > ZEROS
               AND OX-OPT-RUN-DATE IS NUMERIC
               AND OX-OPT-RUN-DATE = OX-RUN-DATE
               MOVE OX-OPT-SUPPLIER TO OX-RESEND-SUPPLIER
               MOVE OX-OPT-FILE-SEQ TO OX-RESEND-SEQ
               SET OX-RESEND-REQUESTED TO TRUE
           END-IF
           CLOSE OptionFile.
       1100-EXIT.
           EXIT.

      *  Only orders still outstanding and never sent go to the
      *  sort.  OR-SENT-DATE reads back blank on orders from before
      *  transmission, which are not sent.
       2000-RELEASE-ORDERS.
           PERFORM 8000-START-ORDERS THRU 8000-EXIT
           PERFORM 2100-RELEASE-ONE-ORDER THRU 2100-EXIT
               UNTIL OX-ORDERFILE-EOF.
       2000-EXIT.
           EXIT.

       2100-RELEASE-ONE-ORDER.
           READ OrderFile NEXT RECORD
               AT END
                   SET OX-ORDERFILE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF NOT OR-ORDERED
               GO TO 2100-EXIT
           END-IF
           IF OR-SENT-DATE NOT NUMERIC
               OR OR-SENT-DATE NOT = ZEROS
               GO TO 2100-EXIT
           END-IF
           MOVE OR-SUPPLIER (1:5) TO OX-S-SUPPLIER
           MOVE OR-ORDER-NO TO OX-S-ORDER-NO
           RELEASE OX-SORT-RECORD.
       2100-EXIT.
           EXIT.

       3000-TRANSMIT-ORDERS.
           MOVE "N" TO OX-SORTFILE-EOF-SWITCH
           PERFORM 3900-RETURN-ORDER THRU 3900-EXIT
           PERFORM 3100-TRANSMIT-ONE-SUPPLIER THRU 3100-EXIT
               UNTIL OX-SORTFILE-EOF.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-TRANSMIT-ONE-SUPPLIER - one supplier's new orders, in
      *  order-number order, into a fresh file.  If the file cannot
      *  be started the orders are passed over unsent and go out on
      *  a later night.
      *****************************************************************
       3100-TRANSMIT-ONE-SUPPLIER.
           MOVE OX-S-SUPPLIER TO OX-CURRENT-SUPPLIER
           PERFORM 3110-START-SUPPLIER-FILE THRU 3110-EXIT
           IF OX-XMIT-OPEN
               PERFORM 3200-SEND-ONE-ORDER THRU 3200-EXIT
                   UNTIL OX-SORTFILE-EOF
                      OR OX-S-SUPPLIER NOT = OX-CURRENT-SUPPLIER
               PERFORM 3300-CLOSE-XMIT-FILE THRU 3300-EXIT
           ELSE
               PERFORM 3150-HOLD-ONE-ORDER THRU 3150-EXIT
                   UNTIL OX-SORTFILE-EOF
                      OR OX-S-SUPPLIER NOT = OX-CURRENT-SUPPLIER
           END-IF.
       3100-EXIT.
           EXIT.

      *  The sequence moves on only once the file is open, so a
      *  failed open does not leave a gap the supplier will query.
       3110-START-SUPPLIER-FILE.
           MOVE "N" TO OX-XMIT-OPEN-SWITCH
           MOVE OX-CURRENT-SUPPLIER TO SP-SUPPLIER-CODE
           READ SupplierFile
               INVALID KEY
                   DISPLAY "*** Supplier " OX-CURRENT-SUPPLIER
                           " not on the supplier master - orders"
                           " held back (see SUPPMNT)."
                   MOVE 4 TO RETURN-CODE
                   GO TO 3110-EXIT
           END-READ
           IF SP-LAST-XMIT-SEQ IS NUMERIC
               AND SP-LAST-XMIT-SEQ < 99999
               ADD 1 SP-LAST-XMIT-SEQ GIVING OX-FILE-SEQ
           ELSE
               MOVE 1 TO OX-FILE-SEQ
           END-IF
           MOVE "N" TO OX-RESEND-FLAG
           PERFORM 3120-OPEN-XMIT-FILE THRU 3120-EXIT
           IF NOT OX-XMIT-OPEN
               GO TO 3110-EXIT
           END-IF
           MOVE OX-FILE-SEQ TO SP-LAST-XMIT-SEQ
           REWRITE SP-SUPPLIER-RECORD
               INVALID KEY
                   DISPLAY "*** Supplier " OX-CURRENT-SUPPLIER
                           " not rewritten - sequence " OX-FILE-SEQ
                           " will be used again."
                   MOVE 4 TO RETURN-CODE
           END-REWRITE.
       3110-EXIT.
           EXIT.

      *  Shared by the nightly run and a resend - SupplierFile holds
      *  the supplier's record and OX-FILE-SEQ the file's number.
       3120-OPEN-XMIT-FILE.
           MOVE "N" TO OX-XMIT-OPEN-SWITCH
           MOVE SPACES TO OX-XMIT-NAME
           STRING "PO"                DELIMITED BY SIZE
                  OX-CURRENT-SUPPLIER DELIMITED BY SPACE
                  "-"                 DELIMITED BY SIZE
                  OX-FILE-SEQ         DELIMITED BY SIZE
                  ".DAT"              DELIMITED BY SIZE
               INTO OX-XMIT-NAME
           OPEN OUTPUT XmitFile
           IF NOT OX-XMITFILE-OK
               DISPLAY "*** " OX-XMIT-NAME " OPEN failed - status "
                       OX-XMITFILE-STATUS " - orders held back."
               MOVE 4 TO RETURN-CODE
               GO TO 3120-EXIT
           END-IF
           SET OX-XMIT-OPEN TO TRUE
           MOVE ZEROS TO OX-LINE-COUNT OX-TOTAL-QTY OX-TOTAL-VALUE
           MOVE SPACES TO OX-XMIT-LINE
           MOVE "H" TO OX-X-TYPE
           MOVE OX-CURRENT-SUPPLIER TO OX-XH-SUPPLIER
           MOVE OX-FILE-SEQ         TO OX-XH-FILE-SEQ
           MOVE OX-RUN-DATE         TO OX-XH-RUN-DATE
           MOVE OX-RUN-TIME         TO OX-XH-RUN-TIME
           MOVE OX-RESEND-FLAG      TO OX-XH-RESEND
           MOVE SP-SUPPLIER-NAME    TO OX-XH-SUPPLIER-NAME
           WRITE OX-XMIT-LINE.
       3120-EXIT.
           EXIT.

       3150-HOLD-ONE-ORDER.
           ADD 1 TO OX-HELD-COUNT
           PERFORM 3900-RETURN-ORDER THRU 3900-EXIT.
       3150-EXIT.
           EXIT.

       3200-SEND-ONE-ORDER.
           MOVE OX-S-ORDER-NO TO OR-ORDER-NO
           READ OrderFile
               INVALID KEY
                   DISPLAY "Order " OX-S-ORDER-NO " not read back -"
                           " not sent."
                   GO TO 3200-NEXT
           END-READ
           PERFORM 3210-WRITE-ORDER-LINE THRU 3210-EXIT
           MOVE OX-RUN-DATE TO OR-SENT-DATE
           MOVE OX-FILE-SEQ TO OR-SENT-SEQ
           REWRITE OR-ORDER-RECORD
               INVALID KEY
                   DISPLAY "*** Order " OR-ORDER-NO " not rewritten -"
                           " it will be sent again."
                   MOVE 4 TO RETURN-CODE
           END-REWRITE
           ADD 1 TO OX-SENT-COUNT
           MOVE "S" TO OX-AUDIT-EVENT
           PERFORM 3220-WRITE-AUDIT THRU 3220-EXIT.
       3200-NEXT.
           PERFORM 3900-RETURN-ORDER THRU 3900-EXIT.
       3200-EXIT.
           EXIT.

       3210-WRITE-ORDER-LINE.
           MOVE SPACES TO OX-XMIT-LINE
           MOVE "D" TO OX-X-TYPE
           MOVE OR-ORDER-NO  TO OX-XD-ORDER-NO
           MOVE OR-ISBN      TO OX-XD-ISBN
           MOVE OR-TITLE     TO OX-XD-TITLE
           MOVE OR-QUANTITY  TO OX-XD-QUANTITY
           MOVE OR-PRICE     TO OX-XD-PRICE
           MOVE OR-CURRENCY  TO OX-XD-CURRENCY
           WRITE OX-XMIT-LINE
           ADD 1 TO OX-LINE-COUNT
           ADD OR-QUANTITY TO OX-TOTAL-QTY
           MULTIPLY OR-QUANTITY BY OR-PRICE GIVING OX-LINE-VALUE
           ADD OX-LINE-VALUE TO OX-TOTAL-VALUE.
       3210-EXIT.
           EXIT.

       3220-WRITE-AUDIT.
           MOVE SPACES TO XA-XMIT-AUDIT-RECORD
           MOVE OX-CURRENT-SUPPLIER TO XA-SUPPLIER
           MOVE OX-AUDIT-EVENT      TO XA-EVENT
           MOVE OX-FILE-SEQ         TO XA-FILE-SEQ
           MOVE OR-ORDER-NO         TO XA-ORDER-NO
           MOVE OX-RUN-DATE         TO XA-RUN-DATE
           MOVE OX-RUN-TIME         TO XA-RUN-TIME
           MOVE OR-QUANTITY         TO XA-QUANTITY
           MOVE ZEROS               TO XA-EXPECTED-DATE
           MOVE OX-XMIT-NAME        TO XA-DETAIL
           WRITE XA-XMIT-AUDIT-RECORD.
       3220-EXIT.
           EXIT.

       3300-CLOSE-XMIT-FILE.
           MOVE SPACES TO OX-XMIT-LINE
           MOVE "T" TO OX-X-TYPE
           MOVE OX-LINE-COUNT  TO OX-XT-LINE-COUNT
           MOVE OX-TOTAL-QTY   TO OX-XT-TOTAL-QTY
           MOVE OX-TOTAL-VALUE TO OX-XT-TOTAL-VALUE
           WRITE OX-XMIT-LINE
           CLOSE XmitFile
           MOVE "N" TO OX-XMIT-OPEN-SWITCH
           ADD 1 TO OX-FILE-COUNT
           MOVE OX-TOTAL-VALUE TO OX-VALUE-DISPLAY
           DISPLAY OX-XMIT-NAME " " OX-LINE-COUNT " order(s), "
                   OX-TOTAL-QTY " copies, value " OX-VALUE-DISPLAY.
       3300-EXIT.
           EXIT.

       3900-RETURN-ORDER.
           RETURN SortFile
               AT END
                   SET OX-SORTFILE-EOF TO TRUE
           END-RETURN.
       3900-EXIT.
           EXIT.

       4000-TERMINATE.
           CLOSE OrderFile
           CLOSE SupplierFile
           CLOSE XmitAuditFile
           DISPLAY SPACES
           DISPLAY "ORDXMIT - " OX-FILE-COUNT " file(s), "
                   OX-SENT-COUNT " order(s) sent, " OX-RESENT-COUNT
                   " resent, " OX-HELD-COUNT " held back.".
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  5000-RESEND-FILE - rebuild the file the ORDXOPT.DAT card
      *  names from the orders stamped with its sequence number.
      *  Every order that went in the file goes out again, whatever
      *  has happened to it since, so the supplier receives what it
      *  was sent the first time.
      *****************************************************************
       5000-RESEND-FILE.
           MOVE OX-RESEND-SUPPLIER TO OX-CURRENT-SUPPLIER
           MOVE OX-RESEND-SEQ TO OX-FILE-SEQ
           MOVE OX-CURRENT-SUPPLIER TO SP-SUPPLIER-CODE
           READ SupplierFile
               INVALID KEY
                   DISPLAY "*** Resend - supplier " OX-CURRENT-SUPPLIER
                           " not on the supplier master."
                   MOVE 4 TO RETURN-CODE
                   GO TO 5000-EXIT
           END-READ
           IF SP-LAST-XMIT-SEQ NOT NUMERIC
               OR OX-FILE-SEQ > SP-LAST-XMIT-SEQ
               DISPLAY "*** Resend - file " OX-FILE-SEQ " was never"
                       " built for supplier " OX-CURRENT-SUPPLIER "."
               MOVE 4 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           MOVE "R" TO OX-RESEND-FLAG
           PERFORM 3120-OPEN-XMIT-FILE THRU 3120-EXIT
           IF NOT OX-XMIT-OPEN
               GO TO 5000-EXIT
           END-IF
           PERFORM 8000-START-ORDERS THRU 8000-EXIT
           PERFORM 5100-RESEND-ONE-ORDER THRU 5100-EXIT
               UNTIL OX-ORDERFILE-EOF
           IF OX-LINE-COUNT = ZEROS
               DISPLAY "*** Resend - no orders carry sequence "
                       OX-FILE-SEQ " for supplier "
                       OX-CURRENT-SUPPLIER "."
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Resend of file " OX-FILE-SEQ " for supplier "
                   OX-CURRENT-SUPPLIER ":"
           PERFORM 3300-CLOSE-XMIT-FILE THRU 3300-EXIT.
       5000-EXIT.
           EXIT.

       5100-RESEND-ONE-ORDER.
           READ OrderFile NEXT RECORD
               AT END
                   SET OX-ORDERFILE-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ
           IF OR-SUPPLIER (1:5) NOT = OX-CURRENT-SUPPLIER
               GO TO 5100-EXIT
           END-IF
           IF OR-SENT-SEQ NOT NUMERIC
               OR OR-SENT-SEQ NOT = OX-FILE-SEQ
               GO TO 5100-EXIT
           END-IF
           PERFORM 3210-WRITE-ORDER-LINE THRU 3210-EXIT
           ADD 1 TO OX-RESENT-COUNT
           MOVE "R" TO OX-AUDIT-EVENT
           PERFORM 3220-WRITE-AUDIT THRU 3220-EXIT.
       5100-EXIT.
           EXIT.

      *  Position ORDERS.DAT at its first order for a pass in key
      *  order - used by the resend and again by the sort input.
       8000-START-ORDERS.
           MOVE "N" TO OX-ORDERFILE-EOF-SWITCH
           MOVE ZEROS TO OR-ORDER-NO
           START OrderFile KEY IS NOT LESS THAN OR-ORDER-NO
               INVALID KEY
                   SET OX-ORDERFILE-EOF TO TRUE
           END-START.
       8000-EXIT.
           EXIT.
