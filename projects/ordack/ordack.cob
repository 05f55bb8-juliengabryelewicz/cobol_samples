       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORDACK.
       AUTHOR.        Julien Gabryelewicz.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *****************************************************************
      *  ORDACK
      *
      *  Nightly import of supplier order acknowledgments - the
      *  reverse of ORDXMIT.  ORDACK.DAT holds one or more groups,
      *  each an H header (supplier code, the sequence number of
      *  the file being answered, acknowledgment date) followed by
      *  D lines, closed by one T trailer carrying the D line count:
      *
      *      H sssss nnnnn yyyymmdd
      *      D oooooo c yyyymmdd note........
      *      T nnnnnnn
      *
      *  where c is A accepted, B backordered to the expected date
      *  on the line, or C cancelled by the supplier.  Each line is
      *  applied to its order on ORDERS.DAT: the code (and for B the
      *  expected date) is stored on the order, a B also marks the
      *  order as having gone to backorder for SUPPSCR, and a C
      *  cancels the order and relieves its fund encumbrance the way
      *  BOOKORD's C transaction does.
      *
      *  A line that cannot be applied - no header before it, order
      *  not on file, placed with another supplier, never
      *  transmitted, no longer outstanding, unknown code, or a
      *  backorder without a valid date - is written to ORDACK.REJ
      *  with the reason, and the order is left alone.  Applied and
      *  rejected lines alike go to the ORDXAUD.DAT transmission
      *  trail ORDXMIT writes to.  A missing ORDACK.DAT means no
      *  acknowledgments tonight.  START/STOP logged through
      *  STEP-LOG; return code 4 when any line is rejected or the
      *  trailer count disagrees with the lines read.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original program, introduced with electronic
      *                  order transmission.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AckFile ASSIGN TO "ORDACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-ACKFILE-STATUS.
           SELECT RejectFile ASSIGN TO "ORDACK.REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-REJFILE-STATUS.
           SELECT OrderFile ASSIGN TO "ORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-ORDER-NO
               FILE STATUS IS OA-ORDERFILE-STATUS.
           SELECT FundFile ASSIGN TO "FUNDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FU-FUND-KEY
               FILE STATUS IS OA-FUNDFILE-STATUS.
           SELECT XmitAuditFile ASSIGN TO "ORDXAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-AUDITFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AckFile.
       01  OA-ACK-LINE               PIC X(40).
       01  OA-ACK-HEADER REDEFINES OA-ACK-LINE.
           05  OA-A-TYPE             PIC X(01).
               88  OA-A-HEADER       VALUE "H".
               88  OA-A-DETAIL       VALUE "D".
               88  OA-A-TRAILER      VALUE "T".
           05  OA-AH-SUPPLIER        PIC X(05).
           05  OA-AH-FILE-SEQ        PIC X(05).
           05  OA-AH-ACK-DATE        PIC X(08).
           05  FILLER                PIC X(21).
       01  OA-ACK-DETAIL REDEFINES OA-ACK-LINE.
           05  FILLER                PIC X(01).
           05  OA-AD-ORDER-NO        PIC X(06).
           05  OA-AD-ORDER-NO-N REDEFINES OA-AD-ORDER-NO
                                     PIC 9(06).
           05  OA-AD-ACK-CODE        PIC X(01).
               88  OA-AD-VALID-CODE  VALUE "A" "B" "C".
           05  OA-AD-EXPECTED-DATE   PIC X(08).
           05  OA-AD-EXPECTED-DATE-N REDEFINES OA-AD-EXPECTED-DATE
                                     PIC 9(08).
           05  OA-AD-NOTE            PIC X(20).
           05  FILLER                PIC X(04).
       01  OA-ACK-TRAILER REDEFINES OA-ACK-LINE.
           05  FILLER                PIC X(01).
           05  OA-AT-LINE-COUNT      PIC X(07).
           05  OA-AT-LINE-COUNT-N REDEFINES OA-AT-LINE-COUNT
                                     PIC 9(07).
           05  FILLER                PIC X(32).

       FD RejectFile.
       01  OA-REJECT-RECORD.
           05  OA-RJ-ACK-LINE        PIC X(40).
           05  OA-RJ-REASON          PIC X(30).

       FD OrderFile.
       COPY ORDERREC.

       FD FundFile.
       COPY FUNDREC.

       FD XmitAuditFile.
       COPY ORDXAUD.

       WORKING-STORAGE SECTION.
       01  OA-ACKFILE-STATUS         PIC X(02).
           88  OA-ACKFILE-OK         VALUE "00".

       01  OA-REJFILE-STATUS         PIC X(02).
           88  OA-REJFILE-OK         VALUE "00".

       01  OA-ORDERFILE-STATUS       PIC X(02).
           88  OA-ORDERFILE-OK       VALUE "00".

       01  OA-FUNDFILE-STATUS        PIC X(02).
           88  OA-FUNDFILE-OK        VALUE "00".

       01  OA-AUDITFILE-STATUS       PIC X(02).
           88  OA-AUDITFILE-OK       VALUE "00".
           88  OA-AUDITFILE-NEW      VALUE "35".

       01  OA-EOF-SWITCH             PIC X(01).
           88  OA-FILE-EOF           VALUE "Y".

       01  OA-FILES-OPEN-SWITCH      PIC X(01) VALUE "N".
           88  OA-FILES-OPEN         VALUE "Y".

       01  OA-FUNDS-OPEN-SWITCH      PIC X(01) VALUE "N".
           88  OA-FUNDS-OPEN         VALUE "Y".

       01  OA-HEADER-SWITCH          PIC X(01) VALUE "N".
           88  OA-HEADER-SEEN        VALUE "Y".

       01  OA-TRAILER-SWITCH         PIC X(01) VALUE "N".
           88  OA-TRAILER-SEEN       VALUE "Y".

       01  OA-RUN-DATE               PIC 9(08).
       01  OA-RUN-TIME               PIC 9(08).

       01  OA-CURRENT-SUPPLIER       PIC X(05).
       01  OA-CURRENT-FILE-SEQ       PIC 9(05).
       01  OA-REJECT-REASON          PIC X(30).
       01  OA-FUND-RELIEF            PIC 9(07)V99.

       01  OA-DETAIL-COUNT           PIC 9(07) VALUE ZEROS.
       01  OA-ACCEPTED-COUNT         PIC 9(05) VALUE ZEROS.
       01  OA-BACKORDER-COUNT        PIC 9(05) VALUE ZEROS.
       01  OA-CANCEL-COUNT           PIC 9(05) VALUE ZEROS.
       01  OA-REJECT-COUNT           PIC 9(05) VALUE ZEROS.

       COPY DATESVCA.

       COPY STEPLOGC.

       COPY RUNDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "ORD-ACK" TO SL-STEP-NAME
           MOVE "START" TO SL-STEP-ACTION
           CALL "STEP-LOG" USING SL-STEP-LOG-AREA
           END-CALL
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF OA-FILES-OPEN
               MOVE "N" TO OA-EOF-SWITCH
               PERFORM 2000-READ-ONE-LINE THRU 2000-EXIT
                   UNTIL OA-FILE-EOF
               PERFORM 3000-TERMINATE THRU 3000-EXIT
           END-IF
      *  STOP is logged only on a clean run, matching HOLDSWP.
           IF RETURN-CODE = ZEROS
               MOVE "ORD-ACK" TO SL-STEP-NAME
               MOVE "STOP" TO SL-STEP-ACTION
               CALL "STEP-LOG" USING SL-STEP-LOG-AREA
               END-CALL
           END-IF
           GOBACK.

       1000-INITIALIZE.
           ACCEPT OA-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT OA-RUN-TIME FROM TIME
           CALL "GETRUNDT" USING RD-RUN-DATE-AREA
           END-CALL
           DISPLAY "ORDACK  ACKNOWLEDGMENT IMPORT  " RD-RUN-DATE-DISPLAY
           DISPLAY "----------------------------------------"
           OPEN INPUT AckFile
           IF NOT OA-ACKFILE-OK
               DISPLAY "ORDACK.DAT not available - status "
                       OA-ACKFILE-STATUS " - no acknowledgments"
                       " tonight."
               GO TO 1000-EXIT
           END-IF
           OPEN I-O OrderFile
           IF NOT OA-ORDERFILE-OK
               DISPLAY "ORDERS.DAT OPEN failed - status "
                       OA-ORDERFILE-STATUS " - nothing imported."
               MOVE 8 TO RETURN-CODE
               CLOSE AckFile
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT RejectFile
           IF NOT OA-REJFILE-OK
               DISPLAY "ORDACK.REJ OPEN failed - status "
                       OA-REJFILE-STATUS " - nothing imported."
               MOVE 8 TO RETURN-CODE
               CLOSE AckFile
               CLOSE OrderFile
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND XmitAuditFile
           IF OA-AUDITFILE-NEW
               OPEN OUTPUT XmitAuditFile
           END-IF
           IF NOT OA-AUDITFILE-OK
               DISPLAY "ORDXAUD.DAT OPEN failed - status "
                       OA-AUDITFILE-STATUS " - nothing imported."
               MOVE 8 TO RETURN-CODE
               CLOSE AckFile
               CLOSE OrderFile
               CLOSE RejectFile
               GO TO 1000-EXIT
           END-IF
           OPEN I-O FundFile
           IF OA-FUNDFILE-OK
               SET OA-FUNDS-OPEN TO TRUE
           ELSE
               DISPLAY "FUNDS.DAT not available - status "
                       OA-FUNDFILE-STATUS " - supplier cancellations"
                       " will not relieve funds."
           END-IF
           SET OA-FILES-OPEN TO TRUE.
       1000-EXIT.
           EXIT.

       2000-READ-ONE-LINE.
           READ AckFile
               AT END
                   SET OA-FILE-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           EVALUATE TRUE
               WHEN OA-A-HEADER
                   PERFORM 2100-START-GROUP THRU 2100-EXIT
               WHEN OA-A-DETAIL
                   ADD 1 TO OA-DETAIL-COUNT
                   PERFORM 2200-APPLY-ONE-LINE THRU 2200-EXIT
               WHEN OA-A-TRAILER
                   PERFORM 2300-CHECK-TRAILER THRU 2300-EXIT
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE" TO OA-REJECT-REASON
                   PERFORM 2900-REJECT-LINE THRU 2900-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-START-GROUP.
           MOVE OA-AH-SUPPLIER TO OA-CURRENT-SUPPLIER
           IF OA-AH-FILE-SEQ IS NUMERIC
               MOVE OA-AH-FILE-SEQ TO OA-CURRENT-FILE-SEQ
           ELSE
               MOVE ZEROS TO OA-CURRENT-FILE-SEQ
           END-IF
           SET OA-HEADER-SEEN TO TRUE
           DISPLAY "Supplier " OA-CURRENT-SUPPLIER " acknowledging"
                   " file " OA-AH-FILE-SEQ " of " OA-AH-ACK-DATE.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-APPLY-ONE-LINE - the first test that fails is the
      *  reason the line is rejected.  An order counts as
      *  transmitted once it carries a file sequence; it must still
      *  be outstanding for the supplier's answer to mean anything.
      *****************************************************************
       2200-APPLY-ONE-LINE.
           IF NOT OA-HEADER-SEEN
               MOVE "NO HEADER BEFORE THIS LINE" TO OA-REJECT-REASON
               GO TO 2200-REJECT
           END-IF
           IF OA-AD-ORDER-NO NOT NUMERIC
               MOVE "ORDER NOT ON FILE" TO OA-REJECT-REASON
               GO TO 2200-REJECT
           END-IF
           MOVE OA-AD-ORDER-NO-N TO OR-ORDER-NO
           READ OrderFile
               INVALID KEY
                   MOVE "ORDER NOT ON FILE" TO OA-REJECT-REASON
                   GO TO 2200-REJECT
           END-READ
           IF OR-SUPPLIER (1:5) NOT = OA-CURRENT-SUPPLIER
               MOVE "ORDER IS WITH ANOTHER SUPPLIER"
                   TO OA-REJECT-REASON
               GO TO 2200-REJECT
           END-IF
           IF OR-SENT-SEQ NOT NUMERIC
               OR OR-SENT-SEQ = ZEROS
               MOVE "ORDER WAS NEVER TRANSMITTED" TO OA-REJECT-REASON
               GO TO 2200-REJECT
           END-IF
           IF NOT OR-ORDERED
               MOVE "ORDER NO LONGER OUTSTANDING" TO OA-REJECT-REASON
               GO TO 2200-REJECT
           END-IF
           IF NOT OA-AD-VALID-CODE
               MOVE "UNKNOWN ACKNOWLEDGMENT CODE" TO OA-REJECT-REASON
               GO TO 2200-REJECT
           END-IF
           IF OA-AD-ACK-CODE = "B"
               PERFORM 2210-CHECK-EXPECTED-DATE THRU 2210-EXIT
               IF OA-REJECT-REASON NOT = SPACES
                   GO TO 2200-REJECT
               END-IF
           END-IF
           MOVE OA-AD-ACK-CODE TO OR-ACK-CODE
           EVALUATE TRUE
               WHEN OR-ACK-ACCEPTED
                   MOVE ZEROS TO OR-EXPECTED-DATE
                   ADD 1 TO OA-ACCEPTED-COUNT
               WHEN OR-ACK-BACKORDERED
                   MOVE OA-AD-EXPECTED-DATE-N TO OR-EXPECTED-DATE
                   MOVE "Y" TO OR-BACKORDERED
                   ADD 1 TO OA-BACKORDER-COUNT
               WHEN OR-ACK-SUPP-CANCELLED
                   MOVE ZEROS TO OR-EXPECTED-DATE
                   PERFORM 2220-CANCEL-ORDER THRU 2220-EXIT
                   ADD 1 TO OA-CANCEL-COUNT
           END-EVALUATE
           REWRITE OR-ORDER-RECORD
               INVALID KEY
                   DISPLAY "*** Order " OR-ORDER-NO " not rewritten -"
                           " acknowledgment not applied."
                   MOVE 4 TO RETURN-CODE
                   GO TO 2200-EXIT
           END-REWRITE
           MOVE "A" TO XA-EVENT
           MOVE OA-AD-NOTE TO OA-REJECT-REASON
           PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
           GO TO 2200-EXIT.
       2200-REJECT.
           PERFORM 2900-REJECT-LINE THRU 2900-EXIT.
       2200-EXIT.
           EXIT.

       2210-CHECK-EXPECTED-DATE.
           MOVE SPACES TO OA-REJECT-REASON
           IF OA-AD-EXPECTED-DATE NOT NUMERIC
               MOVE "BACKORDER WITHOUT A VALID DATE"
                   TO OA-REJECT-REASON
               GO TO 2210-EXIT
           END-IF
           MOVE "V" TO DS-FUNCTION
           MOVE OA-AD-EXPECTED-DATE-N TO DS-DATE-1
           CALL "DATE-SVC" USING DS-DATE-SVC-AREA
           END-CALL
           IF DS-STATUS NOT = "00"
               MOVE "BACKORDER WITHOUT A VALID DATE"
                   TO OA-REJECT-REASON
           END-IF.
       2210-EXIT.
           EXIT.

      *  As BOOKORD's C transaction - whatever is still encumbered
      *  goes back to the fund's free balance.  An order from
      *  before funds, or a fund that cannot be read, moves no fund.
       2220-CANCEL-ORDER.
           MOVE "C" TO OR-STATUS
           IF OR-FUND-CODE = SPACES
               GO TO 2220-EXIT
           END-IF
           IF OR-ENCUMBERED NOT NUMERIC
               OR OR-ENCUMBERED = ZEROS
               GO TO 2220-EXIT
           END-IF
           IF NOT OA-FUNDS-OPEN
               DISPLAY "*** FUNDS.DAT not available - fund "
                       OR-FUND-CODE " not relieved."
               GO TO 2220-EXIT
           END-IF
           MOVE OR-FUND-CODE TO FU-FUND-CODE
           MOVE OR-FISCAL-YEAR TO FU-FISCAL-YEAR
           READ FundFile
               INVALID KEY
                   DISPLAY "*** Fund " OR-FUND-CODE " "
                           OR-FISCAL-YEAR " not on FUNDS.DAT - not"
                           " relieved."
                   GO TO 2220-EXIT
           END-READ
           MOVE OR-ENCUMBERED TO OA-FUND-RELIEF
           MOVE ZEROS TO OR-ENCUMBERED
           SUBTRACT OA-FUND-RELIEF FROM FU-ENCUMBERED
           REWRITE FU-FUND-RECORD
               INVALID KEY
                   DISPLAY "*** Fund " FU-FUND-CODE " not rewritten."
           END-REWRITE.
       2220-EXIT.
           EXIT.

       2300-CHECK-TRAILER.
           SET OA-TRAILER-SEEN TO TRUE
           IF OA-AT-LINE-COUNT NOT NUMERIC
               OR OA-AT-LINE-COUNT-N NOT = OA-DETAIL-COUNT
               DISPLAY "*** Trailer count " OA-AT-LINE-COUNT
                       " does not agree with " OA-DETAIL-COUNT
                       " line(s) read."
               MOVE 4 TO RETURN-CODE
           END-IF.
       2300-EXIT.
           EXIT.

      *  XA-EVENT is set by the caller; OA-REJECT-REASON carries
      *  the rejection reason, or the supplier's note on a line
      *  that was applied.
       2800-WRITE-AUDIT.
           MOVE OA-CURRENT-SUPPLIER TO XA-SUPPLIER
           MOVE OA-CURRENT-FILE-SEQ TO XA-FILE-SEQ
           IF OA-AD-ORDER-NO IS NUMERIC
               MOVE OA-AD-ORDER-NO-N TO XA-ORDER-NO
           ELSE
               MOVE ZEROS TO XA-ORDER-NO
           END-IF
           MOVE OA-RUN-DATE TO XA-RUN-DATE
           MOVE OA-RUN-TIME TO XA-RUN-TIME
           IF XA-ACKNOWLEDGED
               MOVE OR-QUANTITY TO XA-QUANTITY
           ELSE
               MOVE ZEROS TO XA-QUANTITY
           END-IF
           MOVE OA-AD-ACK-CODE TO XA-ACK-CODE
           IF OA-AD-EXPECTED-DATE IS NUMERIC
               MOVE OA-AD-EXPECTED-DATE-N TO XA-EXPECTED-DATE
           ELSE
               MOVE ZEROS TO XA-EXPECTED-DATE
           END-IF
           MOVE OA-REJECT-REASON TO XA-DETAIL
           WRITE XA-XMIT-AUDIT-RECORD.
       2800-EXIT.
           EXIT.

      *  Header and trailer lines are never rejected through here,
      *  so the detail view of the line is the one audited.
       2900-REJECT-LINE.
           MOVE OA-ACK-LINE TO OA-RJ-ACK-LINE
           MOVE OA-REJECT-REASON TO OA-RJ-REASON
           WRITE OA-REJECT-RECORD
           ADD 1 TO OA-REJECT-COUNT
           DISPLAY "  Rejected " OA-ACK-LINE (1:16) " - "
                   OA-REJECT-REASON
           IF OA-A-DETAIL
               MOVE "J" TO XA-EVENT
               PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
           END-IF.
       2900-EXIT.
           EXIT.

       3000-TERMINATE.
           IF OA-DETAIL-COUNT > ZEROS
               AND NOT OA-TRAILER-SEEN
               DISPLAY "*** ORDACK.DAT has no trailer - the file may"
                       " be incomplete."
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE AckFile
           CLOSE OrderFile
           CLOSE RejectFile
           CLOSE XmitAuditFile
           IF OA-FUNDS-OPEN
               CLOSE FundFile
           END-IF
           DISPLAY SPACES
           DISPLAY "ORDACK - " OA-DETAIL-COUNT " line(s): "
                   OA-ACCEPTED-COUNT " accepted, " OA-BACKORDER-COUNT
                   " backordered, " OA-CANCEL-COUNT " cancelled, "
                   OA-REJECT-COUNT " rejected."
           IF OA-REJECT-COUNT > ZEROS
               DISPLAY "Rejected lines are on ORDACK.REJ."
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.
