      ******************************************************************
      * INVXFER.cob — Inter-Warehouse Stock Transfer Processing
      *
      * PURPOSE:
      *   INVENTORY is held per WAREHOUSE_ID and WHROUTE.cob routes
      *   each item to one site, so one site can run dry while the
      *   other sits on plenty. The only way to move stock between
      *   sites used to be an INVCOUNT.cob count down at one site and
      *   up at the other — which booked a perfectly good transfer
      *   as shrinkage at the sender and a windfall at the receiver
      *   in INVADJ.DAT. This job moves stock properly, in two steps:
      *
      *   - a transfer request takes the quantity out of the sending
      *     site's row and into an in-transit row of the
      *     STOCK_TRANSFERS table, under one commit scope — stock
      *     that has left one dock is on no site's book until it
      *     arrives at the other;
      *   - an arrival confirmation books what actually arrived into
      *     the receiving site's row and closes the transfer, again
      *     under one commit scope. Anything short of the quantity
      *     sent was lost in transit: it is reported, and appended to
      *     INVADJ.DAT under reason code "XFRL" in INVCOUNT.cob's
      *     layout — a real loss, charged to the sending site that
      *     owned the stock, and journaled to the ledger by
      *     GLJRNL.cob like any other adjustment.
      *
      *   Both steps move QUANTITY_START with QUANTITY_ON_HAND, the
      *   same rule INVRECPT.cob follows for receipts: INVRECON.cob
      *   measures order movement as START minus ON-HAND, and stock
      *   leaving or joining a site by transfer is a change of
      *   baseline, not an order decrement. The night's
      *   reconciliation therefore balances with stock in transit,
      *   and reports the in-transit total beside it.
      *
      *   Once any transfer has landed, BACKREL.cob is CALLed (the
      *   way NIGHTRUN.cob runs its steps) so orders backordered
      *   against the receiving site get their chance at the new
      *   stock the same night rather than the next.
      *
      *   The operator ID comes from the INVXFER_OPERATOR environment
      *   variable (the INVCOUNT.cob convention) and is required —
      *   stock does not move between sites anonymously — and must
      *   hold the STOCKXFR function in OPERAUTH.DAT (see OPAUTH.cob).
      *
      *   STOCK_TRANSFERS (assumed table, one row per transfer):
      *     TRANSFER_ID        VARCHAR2(10)  (the request's reference)
      *     ITEM_ID            NUMBER(9)
      *     FROM_WAREHOUSE_ID  CHAR(2)
      *     TO_WAREHOUSE_ID    CHAR(2)
      *     QUANTITY_SENT      NUMBER(9)
      *     QUANTITY_RECEIVED  NUMBER(9)     (NULL while in transit)
      *     TRANSFER_STATUS    CHAR(1)       ("T" in transit,
      *                                       "L" landed)
      *     SENT_DATE          DATE
      *     RECEIVED_DATE      DATE
      *     OPERATOR_ID        VARCHAR2(8)
      *
      * TRANSFER REQUEST FORMAT (XFERREQ.DAT, one record per move):
      *   Positions  1-10  TRANSFER-ID    PIC X(10)
      *   Positions 11-19  ITEM-ID        PIC 9(9)
      *   Positions 20-28  QUANTITY       PIC 9(9)
      *   Positions 29-30  FROM-WAREHOUSE PIC X(2)  (blank = "01")
      *   Positions 31-32  TO-WAREHOUSE   PIC X(2)  (blank = "01")
      *
      * ARRIVAL FILE FORMAT (XFERRCV.DAT, one record per arrival):
      *   Positions  1-10  TRANSFER-ID    PIC X(10)
      *   Positions 11-19  QTY-RECEIVED   PIC 9(9)
      *   Positions 20-21  WAREHOUSE-ID   PIC X(2)  (receiving site,
      *                    optional — checked when present)
      *
      * OUTPUT: INVXFER.RPT — transfers sent, landed, lost in
      *         transit and rejected, plus every transfer still in
      *         transit with its age.
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules,
      *          with COMP5=YES for Pro*COBOL precompilation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVXFER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-FILE ASSIGN TO "XFERREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-STATUS.

           SELECT ARRIVAL-FILE ASSIGN TO "XFERRCV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRIVAL-STATUS.

      *> Transit losses only — appended in INVCOUNT.cob's layout with
      *> the same EXTEND-with-create discipline, so GLJRNL.cob reads
      *> them as ordinary adjustments.
           SELECT ADJUST-AUDIT-FILE ASSIGN TO "INVADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJAUD-STATUS.

           SELECT TRANSFER-REPORT-FILE ASSIGN TO "INVXFER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSFER-FILE.
       01  TRANSFER-RECORD.
           05  TR-TRANSFER-ID         PIC X(10).
           05  TR-ITEM-ID-X           PIC X(9).
           05  TR-ITEM-ID-N           REDEFINES TR-ITEM-ID-X
                                       PIC 9(9).
           05  TR-QUANTITY-X          PIC X(9).
           05  TR-QUANTITY-N          REDEFINES TR-QUANTITY-X
                                       PIC 9(9).
           05  TR-FROM-WAREHOUSE      PIC X(2).
           05  TR-TO-WAREHOUSE        PIC X(2).

       FD  ARRIVAL-FILE.
       01  ARRIVAL-RECORD.
           05  AR-TRANSFER-ID         PIC X(10).
           05  AR-QTY-RECEIVED-X      PIC X(9).
           05  AR-QTY-RECEIVED-N      REDEFINES AR-QTY-RECEIVED-X
                                       PIC 9(9).
           05  AR-WAREHOUSE-ID        PIC X(2).

       FD  ADJUST-AUDIT-FILE.
       01  ADJUST-AUDIT-LINE          PIC X(132).

       FD  TRANSFER-REPORT-FILE.
       01  TRANSFER-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRANSFER-STATUS         PIC XX.
           88  WS-TRANSFER-OK         VALUE "00".
       01  WS-ARRIVAL-STATUS          PIC XX.
           88  WS-ARRIVAL-OK          VALUE "00".
       01  WS-ADJAUD-STATUS           PIC XX.
       01  WS-REPORT-STATUS           PIC XX.

       01  WS-EOF-FLAG                PIC X VALUE "N".
           88  WS-EOF                 VALUE "Y".
       01  WS-SCAN-DONE-SW            PIC X VALUE "N".
           88  WS-SCAN-DONE           VALUE "Y".

       01  WS-OPERATOR-ID             PIC X(8) VALUE SPACES.

      *> The adjustment reason code a transit loss is booked under —
      *> GLMAP.DAT maps it to the loss account like any cycle-count
      *> reason.
       01  WS-TRANSIT-LOSS-REASON     PIC X(4) VALUE "XFRL".

           COPY CPY-OPAUTH.

           EXEC SQL INCLUDE SQLCA5 END-EXEC.

      *> Oracle host variables — COMP-5, the suite convention.
       01  WS-ORA-TRANSFER-ID         PIC X(10) VALUE SPACES.
       01  WS-ORA-ITEM-ID             PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-QUANTITY            PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-QTY-RECEIVED        PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-ON-HAND             PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-ROW-COUNT           PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-AGE-DAYS            PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-FROM-WAREHOUSE      PIC X(2) VALUE "01".
       01  WS-ORA-TO-WAREHOUSE        PIC X(2) VALUE "01".
       01  WS-ORA-OPERATOR-ID         PIC X(8) VALUE SPACES.
       01  WS-ORA-TRANSFER-STATE      PIC X(1) VALUE SPACE.
           88  WS-XFER-IN-TRANSIT     VALUE "T".
           88  WS-XFER-LANDED         VALUE "L".
       01  WS-LOST-QTY                PIC S9(9) COMP-5 VALUE 0.

           COPY CPY-RETCODES.

       01  WS-MOVE-OK-SW              PIC X VALUE "Y".
           88  WS-MOVE-OK             VALUE "Y".

      *> BACKREL.cob's own step outcome, folded into this job's.
       01  WS-BACKREL-RC              PIC S9(4) COMP VALUE 0.

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ       PIC 9(9) VALUE ZERO.
           05  WS-TRANSFERS-SENT      PIC 9(9) VALUE ZERO.
           05  WS-ARRIVALS-READ       PIC 9(9) VALUE ZERO.
           05  WS-TRANSFERS-LANDED    PIC 9(9) VALUE ZERO.
           05  WS-TRANSIT-LOSSES      PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-REJECTED    PIC 9(9) VALUE ZERO.
           05  WS-IN-TRANSIT-COUNT    PIC 9(9) VALUE ZERO.

       01  WS-ORACLE-ERROR-SW         PIC X VALUE "N".
           88  WS-ORACLE-ERROR        VALUE "Y".

       01  WS-AUDIT-TIMESTAMP         PIC X(26).
       01  WS-REJECT-REASON           PIC X(30) VALUE SPACES.

       01  WS-REPORT-LINE-FIELDS.
           05  WS-RL-ITEM-ID          PIC -(8)9.
           05  WS-RL-COUNT            PIC Z(8)9.
           05  WS-RL-OLD              PIC -(8)9.
           05  WS-RL-NEW              PIC -(8)9.
           05  WS-RL-VARIANCE         PIC -(8)9.
           05  WS-RL-QTY              PIC -(8)9.
           05  WS-RL-DAYS             PIC ZZZ9.

      *> Every transfer still between docks, oldest first — the
      *> stock on nobody's shelf.
           EXEC SQL
               DECLARE IN-TRANSIT-CURSOR CURSOR FOR
                   SELECT TRANSFER_ID, ITEM_ID, FROM_WAREHOUSE_ID,
                          TO_WAREHOUSE_ID, QUANTITY_SENT,
                          TRUNC(SYSDATE - SENT_DATE)
                   FROM STOCK_TRANSFERS
                   WHERE TRANSFER_STATUS = 'T'
                   ORDER BY SENT_DATE
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM IDENTIFY-OPERATOR
           EVALUATE TRUE
               WHEN WS-OPERATOR-ID = SPACES
                   DISPLAY "INVXFER: operator ID required — set "
                       "INVXFER_OPERATOR"
                   MOVE 8 TO RETURN-CODE
               WHEN NOT AUTH-GRANTED
                   DISPLAY "INVXFER: " WS-OPERATOR-ID
                       " not authorized for stock transfer — "
                       AUTH-REASON
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE WS-OPERATOR-ID TO WS-ORA-OPERATOR-ID
                   OPEN OUTPUT TRANSFER-REPORT-FILE
                   PERFORM WRITE-REPORT-HEADER
                   PERFORM PROCESS-TRANSFER-FILE
                   PERFORM PROCESS-ARRIVAL-FILE
                   PERFORM REPORT-IN-TRANSIT
                   PERFORM WRITE-REPORT-SUMMARY
                   CLOSE TRANSFER-REPORT-FILE
                   PERFORM RELEASE-BACKORDERS
      *> Step outcome for NIGHTRUN.cob and the scheduler.
                   EVALUATE TRUE
                       WHEN WS-ORACLE-ERROR
                           MOVE 8 TO RETURN-CODE
                       WHEN WS-RECORDS-REJECTED > 0
                           OR WS-TRANSIT-LOSSES > 0
                           MOVE 4 TO RETURN-CODE
                       WHEN OTHER
                           MOVE 0 TO RETURN-CODE
                   END-EVALUATE
                   IF WS-BACKREL-RC > RETURN-CODE
                       MOVE WS-BACKREL-RC TO RETURN-CODE
                   END-IF
           END-EVALUATE
           GOBACK.

      *> No anonymous stock movements — the same rule INVCOUNT.cob
      *> enforces for counts — and the one named must be allowed to
      *> move stock.
       IDENTIFY-OPERATOR.
           MOVE "N" TO AUTH-RESULT
           ACCEPT WS-OPERATOR-ID
               FROM ENVIRONMENT "INVXFER_OPERATOR"
           IF WS-OPERATOR-ID NOT = SPACES
               MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID
               MOVE "STOCKXFR" TO AUTH-FUNCTION
               MOVE "INVXFER" TO AUTH-PROGRAM-ID
               CALL "OPAUTH" USING AUTH-OPERATOR-ID AUTH-FUNCTION
                                   AUTH-PROGRAM-ID AUTH-RESULT
                                   AUTH-REASON
           END-IF.

      *> ------------------------------------------------------------
      *> Sending: stock leaves the sending site's row and goes into
      *> transit.
      *> ------------------------------------------------------------
      *> A missing request file is a quiet day — arrivals may still
      *> be waiting to land.
       PROCESS-TRANSFER-FILE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT TRANSFER-FILE
           IF WS-TRANSFER-OK
               PERFORM SEND-ONE-TRANSFER UNTIL WS-EOF
               CLOSE TRANSFER-FILE
           END-IF.

       SEND-ONE-TRANSFER.
           READ TRANSFER-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUESTS-READ
                   IF TR-FROM-WAREHOUSE = SPACES
                       MOVE "01" TO WS-ORA-FROM-WAREHOUSE
                   ELSE
                       MOVE TR-FROM-WAREHOUSE
                           TO WS-ORA-FROM-WAREHOUSE
                   END-IF
                   IF TR-TO-WAREHOUSE = SPACES
                       MOVE "01" TO WS-ORA-TO-WAREHOUSE
                   ELSE
                       MOVE TR-TO-WAREHOUSE TO WS-ORA-TO-WAREHOUSE
                   END-IF
                   EVALUATE TRUE
                       WHEN TR-TRANSFER-ID = SPACES
                       WHEN TR-ITEM-ID-X NOT NUMERIC
                       WHEN TR-QUANTITY-X NOT NUMERIC
                           MOVE "MALFORMED" TO WS-REJECT-REASON
                           PERFORM REJECT-TRANSFER-REQUEST
                       WHEN TR-QUANTITY-N = 0
                           MOVE "ZERO QUANTITY" TO WS-REJECT-REASON
                           PERFORM REJECT-TRANSFER-REQUEST
                       WHEN WS-ORA-FROM-WAREHOUSE
                               = WS-ORA-TO-WAREHOUSE
                           MOVE "SAME SITE" TO WS-REJECT-REASON
                           PERFORM REJECT-TRANSFER-REQUEST
                       WHEN OTHER
                           MOVE TR-TRANSFER-ID TO WS-ORA-TRANSFER-ID
                           MOVE TR-ITEM-ID-N TO WS-ORA-ITEM-ID
                           MOVE TR-QUANTITY-N TO WS-ORA-QUANTITY
                           PERFORM CHECK-TRANSFER-SENDABLE
                   END-EVALUATE
           END-READ.

      *> Everything the move needs is checked before anything moves:
      *> a reference never used before (a re-fed request must not
      *> ship twice), a receiving row for the stock to land on, and
      *> enough on hand at the sender.
       CHECK-TRANSFER-SENDABLE.
           MOVE 0 TO WS-ORA-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ORA-ROW-COUNT
                 FROM STOCK_TRANSFERS
                WHERE TRANSFER_ID = :WS-ORA-TRANSFER-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET WS-ORACLE-ERROR TO TRUE
                   ADD 1 TO WS-RECORDS-REJECTED
               WHEN WS-ORA-ROW-COUNT > 0
                   MOVE "DUPLICATE TRANSFER ID" TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSFER-REQUEST
               WHEN OTHER
                   PERFORM CHECK-RECEIVING-ROW
           END-EVALUATE.

       CHECK-RECEIVING-ROW.
           MOVE 0 TO WS-ORA-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ORA-ROW-COUNT
                 FROM INVENTORY
                WHERE ITEM_ID = :WS-ORA-ITEM-ID
                  AND NVL(WAREHOUSE_ID, '01')
                      = :WS-ORA-TO-WAREHOUSE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET WS-ORACLE-ERROR TO TRUE
                   ADD 1 TO WS-RECORDS-REJECTED
               WHEN WS-ORA-ROW-COUNT = 0
                   MOVE "NO RECEIVING ROW" TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSFER-REQUEST
               WHEN OTHER
                   PERFORM CHECK-SENDER-STOCK
           END-EVALUATE.

       CHECK-SENDER-STOCK.
           EXEC SQL
               SELECT QUANTITY_ON_HAND
                 INTO :WS-ORA-ON-HAND
                 FROM INVENTORY
                WHERE ITEM_ID = :WS-ORA-ITEM-ID
                  AND NVL(WAREHOUSE_ID, '01')
                      = :WS-ORA-FROM-WAREHOUSE
                  AND ROWNUM = 1
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = ORA-SQLCODE-NOT-FOUND
                   MOVE "NO SENDING ROW" TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSFER-REQUEST
               WHEN SQLCODE NOT = 0
                   SET WS-ORACLE-ERROR TO TRUE
                   ADD 1 TO WS-RECORDS-REJECTED
               WHEN WS-ORA-ON-HAND < WS-ORA-QUANTITY
      *> A transfer cannot ship stock the sender does not have —
      *> that would leave the sender negative and the in-transit
      *> quantity fictional.
                   MOVE "INSUFFICIENT STOCK" TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSFER-REQUEST
               WHEN OTHER
                   PERFORM DISPATCH-TRANSFER
           END-EVALUATE.

      *> Sender's row down and the in-transit row in, under one
      *> commit scope — the stock is always somewhere: on the
      *> sender's book, or in transit, never both and never neither.
       DISPATCH-TRANSFER.
           MOVE "Y" TO WS-MOVE-OK-SW
           EXEC SQL
               UPDATE INVENTORY
               SET QUANTITY_ON_HAND =
                       QUANTITY_ON_HAND - :WS-ORA-QUANTITY,
                   QUANTITY_START =
                       QUANTITY_START - :WS-ORA-QUANTITY
               WHERE ITEM_ID = :WS-ORA-ITEM-ID
                 AND NVL(WAREHOUSE_ID, '01')
                     = :WS-ORA-FROM-WAREHOUSE
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "N" TO WS-MOVE-OK-SW
           END-IF
           IF WS-MOVE-OK
               EXEC SQL
                   INSERT INTO STOCK_TRANSFERS
                       (TRANSFER_ID, ITEM_ID, FROM_WAREHOUSE_ID,
                        TO_WAREHOUSE_ID, QUANTITY_SENT,
                        TRANSFER_STATUS, SENT_DATE, OPERATOR_ID)
                   VALUES
                       (:WS-ORA-TRANSFER-ID, :WS-ORA-ITEM-ID,
                        :WS-ORA-FROM-WAREHOUSE, :WS-ORA-TO-WAREHOUSE,
                        :WS-ORA-QUANTITY, 'T', SYSDATE,
                        :WS-ORA-OPERATOR-ID)
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE "N" TO WS-MOVE-OK-SW
               END-IF
           END-IF
           IF WS-MOVE-OK
               EXEC SQL
                   COMMIT
               END-EXEC
               ADD 1 TO WS-TRANSFERS-SENT
               PERFORM WRITE-SENT-LINE
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               SET WS-ORACLE-ERROR TO TRUE
               ADD 1 TO WS-RECORDS-REJECTED
           END-IF.

       REJECT-TRANSFER-REQUEST.
           ADD 1 TO WS-RECORDS-REJECTED
           MOVE SPACES TO TRANSFER-REPORT-LINE
           STRING "REJECTED ("       DELIMITED BY SIZE
                  WS-REJECT-REASON   DELIMITED BY "  "
                  "): ["             DELIMITED BY SIZE
                  TRANSFER-RECORD    DELIMITED BY SIZE
                  "]"                DELIMITED BY SIZE
               INTO TRANSFER-REPORT-LINE
           END-STRING
           WRITE TRANSFER-REPORT-LINE.

      *> ------------------------------------------------------------
      *> Landing: what arrived goes onto the receiving site's row,
      *> and whatever did not arrive is booked as a transit loss.
      *> ------------------------------------------------------------
       PROCESS-ARRIVAL-FILE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ARRIVAL-FILE
           IF WS-ARRIVAL-OK
               PERFORM LAND-ONE-ARRIVAL UNTIL WS-EOF
               CLOSE ARRIVAL-FILE
           END-IF.

       LAND-ONE-ARRIVAL.
           READ ARRIVAL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARRIVALS-READ
                   EVALUATE TRUE
                       WHEN AR-TRANSFER-ID = SPACES
                       WHEN AR-QTY-RECEIVED-X NOT NUMERIC
                           MOVE "MALFORMED" TO WS-REJECT-REASON
                           PERFORM REJECT-ARRIVAL
                       WHEN OTHER
                           MOVE AR-TRANSFER-ID TO WS-ORA-TRANSFER-ID
                           MOVE AR-QTY-RECEIVED-N
                               TO WS-ORA-QTY-RECEIVED
                           PERFORM CHECK-ARRIVAL-LANDABLE
                   END-EVALUATE
           END-READ.

      *> Only a transfer still in transit can land, only at the site
      *> it was sent to, and never with more than was sent — more
      *> arriving than left is a count problem to chase, not stock
      *> to absorb. A zero arrival is legitimate: the whole
      *> shipment was lost, and that loss must still be booked.
       CHECK-ARRIVAL-LANDABLE.
           EXEC SQL
               SELECT ITEM_ID, FROM_WAREHOUSE_ID, TO_WAREHOUSE_ID,
                      QUANTITY_SENT, TRANSFER_STATUS
                 INTO :WS-ORA-ITEM-ID, :WS-ORA-FROM-WAREHOUSE,
                      :WS-ORA-TO-WAREHOUSE, :WS-ORA-QUANTITY,
                      :WS-ORA-TRANSFER-STATE
                 FROM STOCK_TRANSFERS
                WHERE TRANSFER_ID = :WS-ORA-TRANSFER-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = ORA-SQLCODE-NOT-FOUND
                   MOVE "NO SUCH TRANSFER" TO WS-REJECT-REASON
                   PERFORM REJECT-ARRIVAL
               WHEN SQLCODE NOT = 0
                   SET WS-ORACLE-ERROR TO TRUE
                   ADD 1 TO WS-RECORDS-REJECTED
               WHEN NOT WS-XFER-IN-TRANSIT
                   MOVE "ALREADY LANDED" TO WS-REJECT-REASON
                   PERFORM REJECT-ARRIVAL
               WHEN AR-WAREHOUSE-ID NOT = SPACES
                       AND AR-WAREHOUSE-ID NOT = WS-ORA-TO-WAREHOUSE
                   MOVE "WRONG SITE" TO WS-REJECT-REASON
                   PERFORM REJECT-ARRIVAL
               WHEN WS-ORA-QTY-RECEIVED > WS-ORA-QUANTITY
                   MOVE "MORE THAN SENT" TO WS-REJECT-REASON
                   PERFORM REJECT-ARRIVAL
               WHEN OTHER
                   PERFORM LAND-TRANSFER
           END-EVALUATE.

      *> Receiver's row up and the transfer closed, under one commit
      *> scope — the in-transit quantity leaves transit exactly
      *> once.
       LAND-TRANSFER.
           MOVE "Y" TO WS-MOVE-OK-SW
           EXEC SQL
               UPDATE INVENTORY
               SET QUANTITY_ON_HAND =
                       QUANTITY_ON_HAND + :WS-ORA-QTY-RECEIVED,
                   QUANTITY_START =
                       QUANTITY_START + :WS-ORA-QTY-RECEIVED
               WHERE ITEM_ID = :WS-ORA-ITEM-ID
                 AND NVL(WAREHOUSE_ID, '01')
                     = :WS-ORA-TO-WAREHOUSE
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "N" TO WS-MOVE-OK-SW
           END-IF
           IF WS-MOVE-OK
               EXEC SQL
                   UPDATE STOCK_TRANSFERS
                   SET QUANTITY_RECEIVED = :WS-ORA-QTY-RECEIVED,
                       TRANSFER_STATUS = 'L',
                       RECEIVED_DATE = SYSDATE
                   WHERE TRANSFER_ID = :WS-ORA-TRANSFER-ID
                     AND TRANSFER_STATUS = 'T'
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE "N" TO WS-MOVE-OK-SW
               END-IF
           END-IF
           IF WS-MOVE-OK
               EXEC SQL
                   COMMIT
               END-EXEC
               ADD 1 TO WS-TRANSFERS-LANDED
               COMPUTE WS-LOST-QTY =
                   WS-ORA-QUANTITY - WS-ORA-QTY-RECEIVED
               END-COMPUTE
               PERFORM WRITE-LANDED-LINE
               IF WS-LOST-QTY > 0
                   ADD 1 TO WS-TRANSIT-LOSSES
                   PERFORM APPEND-TRANSIT-LOSS
               END-IF
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               SET WS-ORACLE-ERROR TO TRUE
               ADD 1 TO WS-RECORDS-REJECTED
           END-IF.

      *> One INVADJ.DAT line per loss, in APPEND-ADJUST-AUDIT's exact
      *> layout in INVCOUNT.cob (GLJRNL.cob reads it back by
      *> position): OLD is what was sent, NEW what arrived, VAR the
      *> loss, SITE the sender — the stock was the sender's when it
      *> went missing.
       APPEND-TRANSIT-LOSS.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE WS-ORA-ITEM-ID TO WS-RL-ITEM-ID
           MOVE WS-ORA-QUANTITY TO WS-RL-OLD
           MOVE WS-ORA-QTY-RECEIVED TO WS-RL-NEW
           COMPUTE WS-RL-VARIANCE = 0 - WS-LOST-QTY
           END-COMPUTE
           MOVE SPACES TO ADJUST-AUDIT-LINE
           STRING WS-AUDIT-TIMESTAMP DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-OPERATOR-ID     DELIMITED BY SIZE
                  " ITEM"            DELIMITED BY SIZE
                  WS-RL-ITEM-ID      DELIMITED BY SIZE
                  " OLD ["           DELIMITED BY SIZE
                  WS-RL-OLD          DELIMITED BY SIZE
                  "] NEW ["          DELIMITED BY SIZE
                  WS-RL-NEW          DELIMITED BY SIZE
                  "] VAR ["          DELIMITED BY SIZE
                  WS-RL-VARIANCE     DELIMITED BY SIZE
                  "] REASON "        DELIMITED BY SIZE
                  WS-TRANSIT-LOSS-REASON DELIMITED BY SIZE
                  " SITE "           DELIMITED BY SIZE
                  WS-ORA-FROM-WAREHOUSE DELIMITED BY SIZE
                  " OVR "            DELIMITED BY SIZE
               INTO ADJUST-AUDIT-LINE
           END-STRING
           OPEN EXTEND ADJUST-AUDIT-FILE
           IF WS-ADJAUD-STATUS = "35"
      *> File doesn't exist yet on the first-ever adjustment.
               OPEN OUTPUT ADJUST-AUDIT-FILE
           END-IF
           WRITE ADJUST-AUDIT-LINE
           CLOSE ADJUST-AUDIT-FILE
           PERFORM WRITE-LOSS-LINE.

       REJECT-ARRIVAL.
           ADD 1 TO WS-RECORDS-REJECTED
           MOVE SPACES TO TRANSFER-REPORT-LINE
           STRING "REJECTED ARRIVAL (" DELIMITED BY SIZE
                  WS-REJECT-REASON     DELIMITED BY "  "
                  "): ["               DELIMITED BY SIZE
                  ARRIVAL-RECORD       DELIMITED BY SIZE
                  "]"                  DELIMITED BY SIZE
               INTO TRANSFER-REPORT-LINE
           END-STRING
           WRITE TRANSFER-REPORT-LINE.

      *> New stock at a site is exactly what BACKREL.cob waits for.
      *> CALLed once, after every arrival has committed, and only
      *> when something actually landed.
       RELEASE-BACKORDERS.
           IF WS-TRANSFERS-LANDED > 0
               MOVE 0 TO RETURN-CODE
               CALL "BACKREL"
               MOVE RETURN-CODE TO WS-BACKREL-RC
               MOVE 0 TO RETURN-CODE
               DISPLAY "INVXFER backorder release RC " WS-BACKREL-RC
           END-IF.

      *> ------------------------------------------------------------
      *> Still in transit — the stock on nobody's shelf.
      *> ------------------------------------------------------------
       REPORT-IN-TRANSIT.
           MOVE SPACES TO TRANSFER-REPORT-LINE
           WRITE TRANSFER-REPORT-LINE
           MOVE "STILL IN TRANSIT" TO TRANSFER-REPORT-LINE
           WRITE TRANSFER-REPORT-LINE
           MOVE "N" TO WS-SCAN-DONE-SW
           EXEC SQL
               OPEN IN-TRANSIT-CURSOR
           END-EXEC
           IF SQLCODE = 0
               PERFORM REPORT-ONE-IN-TRANSIT UNTIL WS-SCAN-DONE
               EXEC SQL
                   CLOSE IN-TRANSIT-CURSOR
               END-EXEC
           ELSE
               SET WS-ORACLE-ERROR TO TRUE
           END-IF
           IF WS-IN-TRANSIT-COUNT = 0
               MOVE "  (NONE)" TO TRANSFER-REPORT-LINE
               WRITE TRANSFER-REPORT-LINE
           END-IF.

       REPORT-ONE-IN-TRANSIT.
           EXEC SQL
               FETCH IN-TRANSIT-CURSOR
               INTO :WS-ORA-TRANSFER-ID, :WS-ORA-ITEM-ID,
                    :WS-ORA-FROM-WAREHOUSE, :WS-ORA-TO-WAREHOUSE,
                    :WS-ORA-QUANTITY, :WS-ORA-AGE-DAYS
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-IN-TRANSIT-COUNT
                   MOVE WS-ORA-ITEM-ID TO WS-RL-ITEM-ID
                   MOVE WS-ORA-QUANTITY TO WS-RL-QTY
                   MOVE WS-ORA-AGE-DAYS TO WS-RL-DAYS
                   MOVE SPACES TO TRANSFER-REPORT-LINE
                   STRING "  "                  DELIMITED BY SIZE
                          WS-ORA-TRANSFER-ID    DELIMITED BY SIZE
                          "  ITEM"              DELIMITED BY SIZE
                          WS-RL-ITEM-ID         DELIMITED BY SIZE
                          "  QTY"               DELIMITED BY SIZE
                          WS-RL-QTY             DELIMITED BY SIZE
                          "  "                  DELIMITED BY SIZE
                          WS-ORA-FROM-WAREHOUSE DELIMITED BY SIZE
                          " -> "                DELIMITED BY SIZE
                          WS-ORA-TO-WAREHOUSE   DELIMITED BY SIZE
                          "  FOR "              DELIMITED BY SIZE
                          WS-RL-DAYS            DELIMITED BY SIZE
                          " DAY(S)"             DELIMITED BY SIZE
                       INTO TRANSFER-REPORT-LINE
                   END-STRING
                   WRITE TRANSFER-REPORT-LINE
               WHEN SQLCODE = ORA-SQLCODE-NOT-FOUND
                   SET WS-SCAN-DONE TO TRUE
               WHEN OTHER
                   SET WS-ORACLE-ERROR TO TRUE
                   SET WS-SCAN-DONE TO TRUE
           END-EVALUATE.

       WRITE-SENT-LINE.
           MOVE WS-ORA-ITEM-ID TO WS-RL-ITEM-ID
           MOVE WS-ORA-QUANTITY TO WS-RL-QTY
           MOVE SPACES TO TRANSFER-REPORT-LINE
           STRING "SENT "               DELIMITED BY SIZE
                  WS-ORA-TRANSFER-ID    DELIMITED BY SIZE
                  "  ITEM"              DELIMITED BY SIZE
                  WS-RL-ITEM-ID         DELIMITED BY SIZE
                  "  QTY"               DELIMITED BY SIZE
                  WS-RL-QTY             DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  WS-ORA-FROM-WAREHOUSE DELIMITED BY SIZE
                  " -> "                DELIMITED BY SIZE
                  WS-ORA-TO-WAREHOUSE   DELIMITED BY SIZE
               INTO TRANSFER-REPORT-LINE
           END-STRING
           WRITE TRANSFER-REPORT-LINE.

       WRITE-LANDED-LINE.
           MOVE WS-ORA-ITEM-ID TO WS-RL-ITEM-ID
           MOVE WS-ORA-QTY-RECEIVED TO WS-RL-QTY
           MOVE SPACES TO TRANSFER-REPORT-LINE
           STRING "LANDED "             DELIMITED BY SIZE
                  WS-ORA-TRANSFER-ID    DELIMITED BY SIZE
                  "  ITEM"              DELIMITED BY SIZE
                  WS-RL-ITEM-ID         DELIMITED BY SIZE
                  "  QTY"               DELIMITED BY SIZE
                  WS-RL-QTY             DELIMITED BY SIZE
                  "  AT SITE "          DELIMITED BY SIZE
                  WS-ORA-TO-WAREHOUSE   DELIMITED BY SIZE
               INTO TRANSFER-REPORT-LINE
           END-STRING
           WRITE TRANSFER-REPORT-LINE.

       WRITE-LOSS-LINE.
           MOVE WS-LOST-QTY TO WS-RL-QTY
           MOVE SPACES TO TRANSFER-REPORT-LINE
           STRING "  LOST IN TRANSIT:"  DELIMITED BY SIZE
                  WS-RL-QTY             DELIMITED BY SIZE
                  "  OF"                DELIMITED BY SIZE
                  WS-RL-OLD             DELIMITED BY SIZE
                  " SENT FROM SITE "    DELIMITED BY SIZE
                  WS-ORA-FROM-WAREHOUSE DELIMITED BY SIZE
                  " (BOOKED TO INVADJ.DAT AS " DELIMITED BY SIZE
                  WS-TRANSIT-LOSS-REASON DELIMITED BY SIZE
                  ")"                   DELIMITED BY SIZE
               INTO TRANSFER-REPORT-LINE
           END-STRING
           WRITE TRANSFER-REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE "INTER-WAREHOUSE STOCK TRANSFERS"
               TO TRANSFER-REPORT-LINE
           WRITE TRANSFER-REPORT-LINE
           MOVE ALL "-" TO TRANSFER-REPORT-LINE
           WRITE TRANSFER-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO TRANSFER-REPORT-LINE
           WRITE TRANSFER-REPORT-LINE

           MOVE WS-REQUESTS-READ TO WS-RL-COUNT
           MOVE SPACES TO TRANSFER-REPORT-LINE
           STRING "REQUESTS READ:      " DELIMITED BY SIZE
                  WS-RL-COUNT            DELIMITED BY SIZE
               INTO TRANSFER-REPORT-LINE
           END-STRING
           WRITE TRANSFER-REPORT-LINE

           MOVE WS-TRANSFERS-SENT TO WS-RL-COUNT
           MOVE SPACES TO TRANSFER-REPORT-LINE
           STRING "TRANSFERS SENT:     " DELIMITED BY SIZE
                  WS-RL-COUNT            DELIMITED BY SIZE
               INTO TRANSFER-REPORT-LINE
           END-STRING
           WRITE TRANSFER-REPORT-LINE

           MOVE WS-ARRIVALS-READ TO WS-RL-COUNT
           MOVE SPACES TO TRANSFER-REPORT-LINE
           STRING "ARRIVALS READ:      " DELIMITED BY SIZE
                  WS-RL-COUNT            DELIMITED BY SIZE
               INTO TRANSFER-REPORT-LINE
           END-STRING
           WRITE TRANSFER-REPORT-LINE

           MOVE WS-TRANSFERS-LANDED TO WS-RL-COUNT
           MOVE SPACES TO TRANSFER-REPORT-LINE
           STRING "TRANSFERS LANDED:   " DELIMITED BY SIZE
                  WS-RL-COUNT            DELIMITED BY SIZE
               INTO TRANSFER-REPORT-LINE
           END-STRING
           WRITE TRANSFER-REPORT-LINE

           MOVE WS-TRANSIT-LOSSES TO WS-RL-COUNT
           MOVE SPACES TO TRANSFER-REPORT-LINE
           STRING "LANDED SHORT:       " DELIMITED BY SIZE
                  WS-RL-COUNT            DELIMITED BY SIZE
               INTO TRANSFER-REPORT-LINE
           END-STRING
           WRITE TRANSFER-REPORT-LINE

           MOVE WS-RECORDS-REJECTED TO WS-RL-COUNT
           MOVE SPACES TO TRANSFER-REPORT-LINE
           STRING "RECORDS REJECTED:   " DELIMITED BY SIZE
                  WS-RL-COUNT            DELIMITED BY SIZE
               INTO TRANSFER-REPORT-LINE
           END-STRING
           WRITE TRANSFER-REPORT-LINE

           MOVE WS-IN-TRANSIT-COUNT TO WS-RL-COUNT
           MOVE SPACES TO TRANSFER-REPORT-LINE
           STRING "STILL IN TRANSIT:   " DELIMITED BY SIZE
                  WS-RL-COUNT            DELIMITED BY SIZE
               INTO TRANSFER-REPORT-LINE
           END-STRING
           WRITE TRANSFER-REPORT-LINE

      *> The run could not be fully trusted — say so instead of
      *> letting a short report read as a clean run.
           IF WS-ORACLE-ERROR
               MOVE "ERROR: ORACLE FAILURES DURING RUN — RESULTS"
                   TO TRANSFER-REPORT-LINE
               WRITE TRANSFER-REPORT-LINE
               MOVE "PARTIAL. RE-FEED THE REJECTED RECORDS."
                   TO TRANSFER-REPORT-LINE
               WRITE TRANSFER-REPORT-LINE
           END-IF.
