      *   one commit scope per receipt (both must move together —
      *   INVRECON measures movement as START minus ON-HAND, and a
      *   receipt is new baseline stock, not an order reversal),
      *   matches each receipt against the purchase order line
      *   POGEN.cob raised for it on the open-PO register
      *   (OPENPO.DAT, see CPY-OPENPO.cpy), and reports over- and
      *   part-deliveries against the quantity ordered.
      *
      *   The register keeps each line's running quantity received;
      *   a line received in full drops off it, a part-delivered
      *   line stays open for the rest. Every line still open past
      *   its due date (order date plus the vendor's lead time) is
      *   listed as overdue with its days late, for purchasing to
      *   chase. The updated register is built in OPENPO.TMP and
      *   copied back only after a complete pass, the same
      *   keep-file discipline BACKREL.cob applies.
      *
      *   A delivery that names no PO line is matched to the first
      *   open line on its PO for the same item and site. A
      *   delivery matching no open line is still booked — the
      *   stock is on the dock either way — and listed as
      *   "not on an open PO" (a manual purchase, or the wrong
      *   reference keyed at the dock).
      *
      *   Each receipt lands on one site's stock row: the delivery
      *   record names the receiving warehouse (blank reads as the
      *   to that site — one dock's delivery must never raise every
      *   site's book.
      *
      *   A delivery may name the supplier's production lot. A
      *   lot-bearing receipt adds a receipt row to LOT_MOVEMENTS
      *   (see LOTTRACE.cob) under the same commit as the stock, so
      *   a recall trace starts from what the dock actually took in.
      *
      * DELIVERY FILE FORMAT (PODELIV.DAT, one record per receipt):
      *   Positions  1- 9  ITEM-ID       PIC 9(9)
      *   Positions 10-18  QTY-RECEIVED  PIC 9(9)
      *   Positions 19-28  PO-REFERENCE  PIC X(10)
      *   Positions 29-30  WAREHOUSE-ID  PIC X(2)  (blank = "01")
      *   Positions 31-33  PO-LINE       PIC 9(3)  (blank = match by
      *                    item and site within the PO)
      *   Positions 34-45  LOT-NUMBER    PIC X(12) (optional)
      *
      * REGISTER: OPENPO.DAT in CPY-OPENPO.cpy's layout — read, and
      *   rewritten with the quantities received.
      *
      * APPLIED-RECEIPT EXTRACT (RCPTEXT.DAT, appended one record
      *   per receipt actually booked — rejected deliveries never
      *   appear, so the ledger feed in GLJRNL.cob sees only stock
      *   that reached INVENTORY):
      *   Positions  1- 9  ITEM-ID       PIC 9(9)
      *   Positions 10-18  QTY-RECEIVED  PIC 9(9)
      *   Positions 19-28  PO-REFERENCE  PIC X(10)
      *   Positions 29-30  WAREHOUSE-ID  PIC X(2)
      *   Positions 31-38  RECEIPT-DATE  PIC 9(8)  (YYYYMMDD)
      *   Positions 39-50  LOT-NUMBER    PIC X(12) (blank = none)
      *
      * OUTPUT: INVRECPT.RPT — receipts applied/rejected, the
      *         over/part-delivery comparison against each PO line,
      *         and the overdue PO lines.
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules,
      *          with COMP5=YES for Pro*COBOL precompilation.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-STATUS.

           SELECT OPEN-PO-FILE ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-PO-STATUS.

      *> The updated register lands here first, then flows over
      *> OPENPO.DAT once the pass has completed cleanly.
           SELECT OPEN-PO-WORK-FILE ASSIGN TO "OPENPO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT RECEIPT-EXTRACT-FILE ASSIGN TO "RCPTEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT RECEIPT-REPORT-FILE ASSIGN TO "INVRECPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
                                       PIC 9(9).
           05  DL-PO-REFERENCE        PIC X(10).
           05  DL-WAREHOUSE-ID        PIC X(2).
           05  DL-PO-LINE-X           PIC X(3).
           05  DL-PO-LINE-N           REDEFINES DL-PO-LINE-X
                                       PIC 9(3).
           05  DL-LOT-NUMBER          PIC X(12).

       FD  OPEN-PO-FILE.
           COPY CPY-OPENPO REPLACING ==:PFX:== BY ==OP==.

       FD  OPEN-PO-WORK-FILE.
       01  OPEN-PO-WORK-RECORD        PIC X(66).

       FD  RECEIPT-EXTRACT-FILE.
       01  RECEIPT-EXTRACT-RECORD.
           05  RX-ITEM-ID             PIC 9(9).
           05  RX-QTY-RECEIVED        PIC 9(9).
           05  RX-PO-REFERENCE        PIC X(10).
           05  RX-WAREHOUSE-ID        PIC X(2).
           05  RX-RECEIPT-DATE        PIC 9(8).
           05  RX-LOT-NUMBER          PIC X(12).

       FD  RECEIPT-REPORT-FILE.
       01  RECEIPT-REPORT-LINE        PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-DELIVERY-STATUS         PIC XX.
           88  WS-DELIVERY-OK         VALUE "00".
       01  WS-OPEN-PO-STATUS          PIC XX.
           88  WS-OPEN-PO-OK          VALUE "00".
       01  WS-WORK-STATUS             PIC XX.
       01  WS-EXTRACT-STATUS          PIC XX.
       01  WS-REPORT-STATUS           PIC XX.

       01  WS-EOF-FLAG                PIC X VALUE "N".
       01  WS-ORA-QTY-RECEIVED        PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-ROW-COUNT           PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-WAREHOUSE-ID        PIC X(2) VALUE "01".
       01  WS-ORA-LOT-NUMBER          PIC X(12) VALUE SPACES.
       01  WS-ORA-PO-REFERENCE        PIC X(10) VALUE SPACES.

           COPY CPY-RETCODES.

      *> The open-PO register, loaded once — what was actually
      *> ordered, to receive against and write back.
       01  WS-PO-TABLE.
           05  WS-PO-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-PO-ENTRY            OCCURS 5000 TIMES.
               10  WS-PO-NUMBER       PIC X(10).
               10  WS-PO-LINE         PIC 9(3).
               10  WS-PO-VENDOR-ID    PIC X(8).
               10  WS-PO-ITEM-ID      PIC 9(9).
               10  WS-PO-WAREHOUSE    PIC X(2).
               10  WS-PO-ORDERED      PIC 9(9).
               10  WS-PO-RECEIVED     PIC 9(9).
               10  WS-PO-ORDER-DATE   PIC 9(8).
               10  WS-PO-DUE-DATE     PIC 9(8).
       01  WS-PO-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-PO-MATCH-IDX            PIC 9(4) COMP VALUE 0.

      *> Set when the register holds more lines than the table —
      *> the unseen lines would be lost on the rewrite, so the
      *> register is left as it was and the run flagged.
       01  WS-REGISTER-FULL-SW        PIC X VALUE "N".
           88  WS-REGISTER-FULL       VALUE "Y".

       01  WS-RUN-DATE                PIC 9(8).
       01  WS-DUE-DATE                PIC 9(8) VALUE ZEROS.
       01  WS-DAYS-LATE               PIC 9(9) COMP VALUE 0.
       01  WS-OPEN-QTY                PIC 9(9) VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-RECEIPTS-READ       PIC 9(9) VALUE ZERO.
           05  WS-OVER-DELIVERIES     PIC 9(9) VALUE ZERO.
           05  WS-UNDER-DELIVERIES    PIC 9(9) VALUE ZERO.
           05  WS-UNSOLICITED         PIC 9(9) VALUE ZERO.
           05  WS-LINES-COMPLETED     PIC 9(9) VALUE ZERO.
           05  WS-LINES-STILL-OPEN    PIC 9(9) VALUE ZERO.
           05  WS-LINES-OVERDUE       PIC 9(9) VALUE ZERO.
           05  WS-LOTS-RECORDED       PIC 9(9) VALUE ZERO.

       01  WS-ORACLE-ERROR-SW         PIC X VALUE "N".
           88  WS-ORACLE-ERROR        VALUE "Y".
           05  WS-RL-ITEM-ID          PIC -(8)9.
           05  WS-RL-COUNT            PIC Z(8)9.
           05  WS-RL-RECEIVED         PIC Z(8)9.
           05  WS-RL-ORDERED          PIC Z(8)9.
           05  WS-RL-TO-DATE          PIC Z(8)9.
           05  WS-RL-DAYS             PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN OUTPUT RECEIPT-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM LOAD-OPEN-REGISTER
           PERFORM PROCESS-DELIVERIES
           IF NOT WS-REGISTER-FULL
               PERFORM REWRITE-OPEN-REGISTER
           END-IF
           PERFORM REPORT-OVERDUE-LINES
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE RECEIPT-REPORT-FILE

      *> Step outcome for NIGHTRUN.cob and the scheduler. Over- and
      *> part-deliveries and overdue lines are purchasing's
      *> conversation with the supplier, not a step failure.
           EVALUATE TRUE
               WHEN WS-ORACLE-ERROR
               WHEN WS-REGISTER-FULL
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RECEIPTS-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *> A missing register just means no PO is open — every
      *> receipt reads as not on an open PO, and the stock still
      *> goes on the book.
       LOAD-OPEN-REGISTER.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT OPEN-PO-FILE
           IF WS-OPEN-PO-OK
               PERFORM LOAD-ONE-OPEN-LINE UNTIL WS-EOF
               CLOSE OPEN-PO-FILE
           END-IF.

       LOAD-ONE-OPEN-LINE.
           READ OPEN-PO-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-PO-COUNT < 5000
                       ADD 1 TO WS-PO-COUNT
                       MOVE OP-PO-NUMBER
                           TO WS-PO-NUMBER (WS-PO-COUNT)
                       MOVE OP-PO-LINE-N
                           TO WS-PO-LINE (WS-PO-COUNT)
                       MOVE OP-VENDOR-ID
                           TO WS-PO-VENDOR-ID (WS-PO-COUNT)
                       MOVE OP-ITEM-ID-N
                           TO WS-PO-ITEM-ID (WS-PO-COUNT)
                       MOVE OP-WAREHOUSE-ID
                           TO WS-PO-WAREHOUSE (WS-PO-COUNT)
                       MOVE OP-QTY-ORDERED
                           TO WS-PO-ORDERED (WS-PO-COUNT)
                       MOVE OP-QTY-RECEIVED
                           TO WS-PO-RECEIVED (WS-PO-COUNT)
                       MOVE OP-ORDER-DATE
                           TO WS-PO-ORDER-DATE (WS-PO-COUNT)
                       MOVE OP-DUE-DATE
                           TO WS-PO-DUE-DATE (WS-PO-COUNT)
                   ELSE
                       SET WS-REGISTER-FULL TO TRUE
                   END-IF
           END-READ.

                 AND NVL(WAREHOUSE_ID, '01')
                     = :WS-ORA-WAREHOUSE-ID
           END-EXEC
           IF SQLCODE = 0
                   AND DL-LOT-NUMBER NOT = SPACES
               PERFORM RECORD-RECEIVED-LOT
           END-IF
           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               ADD 1 TO WS-RECEIPTS-APPLIED
               IF DL-LOT-NUMBER NOT = SPACES
                   ADD 1 TO WS-LOTS-RECORDED
               END-IF
               PERFORM APPEND-RECEIPT-EXTRACT
               PERFORM COMPARE-TO-PO-LINE
           ELSE
               EXEC SQL
                   ROLLBACK
               ADD 1 TO WS-RECEIPTS-REJECTED
           END-IF.

      *> The lot goes on the book with the stock or not at all.
       RECORD-RECEIVED-LOT.
           MOVE DL-LOT-NUMBER TO WS-ORA-LOT-NUMBER
           MOVE DL-PO-REFERENCE TO WS-ORA-PO-REFERENCE
           EXEC SQL
               INSERT INTO LOT_MOVEMENTS
                   (LOT_NUMBER, MOVEMENT_TYPE, ITEM_ID, QUANTITY,
                    WAREHOUSE_ID, PO_REFERENCE, MOVEMENT_DATE)
               VALUES
                   (:WS-ORA-LOT-NUMBER, 'I', :WS-ORA-ITEM-ID,
                    :WS-ORA-QTY-RECEIVED, :WS-ORA-WAREHOUSE-ID,
                    :WS-ORA-PO-REFERENCE, TRUNC(SYSDATE))
           END-EXEC.

      *> One record per committed receipt, same EXTEND-with-create
      *> discipline as CREDEXT.DAT — never for a rejected delivery.
       APPEND-RECEIPT-EXTRACT.
           MOVE DL-ITEM-ID-N TO RX-ITEM-ID
           MOVE DL-QTY-RECEIVED-N TO RX-QTY-RECEIVED
           MOVE DL-PO-REFERENCE TO RX-PO-REFERENCE
           MOVE WS-ORA-WAREHOUSE-ID TO RX-WAREHOUSE-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO RX-RECEIPT-DATE
           MOVE DL-LOT-NUMBER TO RX-LOT-NUMBER
           OPEN EXTEND RECEIPT-EXTRACT-FILE
           IF WS-EXTRACT-STATUS = "35"
      *> File doesn't exist yet on the first-ever receipt.
               OPEN OUTPUT RECEIPT-EXTRACT-FILE
           END-IF
           WRITE RECEIPT-EXTRACT-RECORD
           CLOSE RECEIPT-EXTRACT-FILE.

      *> The receipt counts toward its PO line's running total;
      *> over- and part-deliveries are judged on that total, so the
      *> second half of a split delivery reads as completing the
      *> line rather than as a fresh shortfall.
       COMPARE-TO-PO-LINE.
           MOVE 0 TO WS-PO-MATCH-IDX
           PERFORM CHECK-ONE-PO-LINE
               VARYING WS-PO-IDX FROM 1 BY 1
               UNTIL WS-PO-IDX > WS-PO-COUNT
                  OR WS-PO-MATCH-IDX > 0
           MOVE DL-ITEM-ID-N TO WS-RL-ITEM-ID
           MOVE DL-QTY-RECEIVED-N TO WS-RL-RECEIVED
           IF WS-PO-MATCH-IDX = 0
      *> Arrived without an open PO line behind it — possibly a
      *> manual purchase, possibly the wrong reference keyed at the
      *> dock. Worth a line either way.
               ADD 1 TO WS-UNSOLICITED
               PERFORM WRITE-UNSOLICITED-LINE
           ELSE
               ADD DL-QTY-RECEIVED-N
                   TO WS-PO-RECEIVED (WS-PO-MATCH-IDX)
               EVALUATE TRUE
                   WHEN WS-PO-RECEIVED (WS-PO-MATCH-IDX)
                           > WS-PO-ORDERED (WS-PO-MATCH-IDX)
                       ADD 1 TO WS-OVER-DELIVERIES
                       ADD 1 TO WS-LINES-COMPLETED
                       PERFORM WRITE-DELIVERY-DELTA-LINE
                   WHEN WS-PO-RECEIVED (WS-PO-MATCH-IDX)
                           < WS-PO-ORDERED (WS-PO-MATCH-IDX)
                       ADD 1 TO WS-UNDER-DELIVERIES
                       PERFORM WRITE-DELIVERY-DELTA-LINE
                   WHEN OTHER
                       ADD 1 TO WS-LINES-COMPLETED
                       PERFORM WRITE-EXACT-DELIVERY-LINE
               END-EVALUATE
           END-IF.

      *> A named line must also be for this item — a mis-keyed line
      *> number must not book one item's receipt to another's line.
      *> With no line named, the first line of the PO for this item
      *> and site that is still short is taken.
       CHECK-ONE-PO-LINE.
           IF WS-PO-NUMBER (WS-PO-IDX) = DL-PO-REFERENCE
                   AND WS-PO-ITEM-ID (WS-PO-IDX) = DL-ITEM-ID-N
               IF DL-PO-LINE-X NUMERIC
                   IF WS-PO-LINE (WS-PO-IDX) = DL-PO-LINE-N
                       MOVE WS-PO-IDX TO WS-PO-MATCH-IDX
                   END-IF
               ELSE
                   IF WS-PO-WAREHOUSE (WS-PO-IDX) = WS-ORA-WAREHOUSE-ID
                           AND WS-PO-RECEIVED (WS-PO-IDX)
                               < WS-PO-ORDERED (WS-PO-IDX)
                       MOVE WS-PO-IDX TO WS-PO-MATCH-IDX
                   END-IF
               END-IF
           END-IF.

       WRITE-DELIVERY-DELTA-LINE.
           MOVE WS-PO-ORDERED (WS-PO-MATCH-IDX) TO WS-RL-ORDERED
           MOVE WS-PO-RECEIVED (WS-PO-MATCH-IDX) TO WS-RL-TO-DATE
           MOVE SPACES TO RECEIPT-REPORT-LINE
           STRING "ITEM"           DELIMITED BY SIZE
                  WS-RL-ITEM-ID    DELIMITED BY SIZE
                  "  RECEIVED"     DELIMITED BY SIZE
                  WS-RL-RECEIVED   DELIMITED BY SIZE
                  "  TO DATE"      DELIMITED BY SIZE
                  WS-RL-TO-DATE    DELIMITED BY SIZE
                  "  ORDERED"      DELIMITED BY SIZE
                  WS-RL-ORDERED    DELIMITED BY SIZE
                  "  PO "          DELIMITED BY SIZE
                  DL-PO-REFERENCE  DELIMITED BY SIZE
                  " LINE "         DELIMITED BY SIZE
                  WS-PO-LINE (WS-PO-MATCH-IDX) DELIMITED BY SIZE
               INTO RECEIPT-REPORT-LINE
           END-STRING
           WRITE RECEIPT-REPORT-LINE.
                  WS-RL-ITEM-ID   DELIMITED BY SIZE
                  "  RECEIVED"    DELIMITED BY SIZE
                  WS-RL-RECEIVED  DELIMITED BY SIZE
                  "  LINE COMPLETE  PO " DELIMITED BY SIZE
                  DL-PO-REFERENCE DELIMITED BY SIZE
                  " LINE "        DELIMITED BY SIZE
                  WS-PO-LINE (WS-PO-MATCH-IDX) DELIMITED BY SIZE
               INTO RECEIPT-REPORT-LINE
           END-STRING
           WRITE RECEIPT-REPORT-LINE.
                  WS-RL-ITEM-ID   DELIMITED BY SIZE
                  "  RECEIVED"    DELIMITED BY SIZE
                  WS-RL-RECEIVED  DELIMITED BY SIZE
                  "  NOT ON AN OPEN PO  PO " DELIMITED BY SIZE
                  DL-PO-REFERENCE DELIMITED BY SIZE
               INTO RECEIPT-REPORT-LINE
           END-STRING
           WRITE RECEIPT-REPORT-LINE.

      *> Lines received in full drop off; everything else (including
      *> any line a mis-keyed delivery never touched) is carried
      *> forward with its running quantity received.
       REWRITE-OPEN-REGISTER.
           OPEN OUTPUT OPEN-PO-WORK-FILE
           PERFORM CARRY-ONE-OPEN-LINE
               VARYING WS-PO-IDX FROM 1 BY 1
               UNTIL WS-PO-IDX > WS-PO-COUNT
           CLOSE OPEN-PO-WORK-FILE
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT OPEN-PO-WORK-FILE
           IF WS-WORK-STATUS = "00"
               OPEN OUTPUT OPEN-PO-FILE
               PERFORM COPY-ONE-WORK-LINE UNTIL WS-EOF
               CLOSE OPEN-PO-FILE
               CLOSE OPEN-PO-WORK-FILE
           END-IF.

       CARRY-ONE-OPEN-LINE.
           IF WS-PO-RECEIVED (WS-PO-IDX) < WS-PO-ORDERED (WS-PO-IDX)
               MOVE SPACES TO OP-PO-LINE-RECORD
               MOVE WS-PO-NUMBER (WS-PO-IDX) TO OP-PO-NUMBER
               MOVE WS-PO-LINE (WS-PO-IDX) TO OP-PO-LINE-N
               MOVE WS-PO-VENDOR-ID (WS-PO-IDX) TO OP-VENDOR-ID
               MOVE WS-PO-ITEM-ID (WS-PO-IDX) TO OP-ITEM-ID-N
               MOVE WS-PO-WAREHOUSE (WS-PO-IDX) TO OP-WAREHOUSE-ID
               MOVE WS-PO-ORDERED (WS-PO-IDX) TO OP-QTY-ORDERED
               MOVE WS-PO-RECEIVED (WS-PO-IDX) TO OP-QTY-RECEIVED
               MOVE WS-PO-ORDER-DATE (WS-PO-IDX) TO OP-ORDER-DATE
               MOVE WS-PO-DUE-DATE (WS-PO-IDX) TO OP-DUE-DATE
               MOVE OP-PO-LINE-RECORD TO OPEN-PO-WORK-RECORD
               WRITE OPEN-PO-WORK-RECORD
               ADD 1 TO WS-LINES-STILL-OPEN
           END-IF.

       COPY-ONE-WORK-LINE.
           READ OPEN-PO-WORK-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE OPEN-PO-WORK-RECORD TO OP-PO-LINE-RECORD
                   WRITE OP-PO-LINE-RECORD
           END-READ.

      *> Every line still short after today's dock whose due date
      *> has passed — the supplier has had its full lead time.
       REPORT-OVERDUE-LINES.
           PERFORM CHECK-ONE-OVERDUE-LINE
               VARYING WS-PO-IDX FROM 1 BY 1
               UNTIL WS-PO-IDX > WS-PO-COUNT.

       CHECK-ONE-OVERDUE-LINE.
           IF WS-PO-RECEIVED (WS-PO-IDX) < WS-PO-ORDERED (WS-PO-IDX)
                   AND WS-PO-DUE-DATE (WS-PO-IDX) NUMERIC
                   AND WS-PO-DUE-DATE (WS-PO-IDX) > 0
                   AND WS-PO-DUE-DATE (WS-PO-IDX) < WS-RUN-DATE
               ADD 1 TO WS-LINES-OVERDUE
               MOVE WS-PO-DUE-DATE (WS-PO-IDX) TO WS-DUE-DATE
               COMPUTE WS-DAYS-LATE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
               END-COMPUTE
               COMPUTE WS-OPEN-QTY = WS-PO-ORDERED (WS-PO-IDX)
                   - WS-PO-RECEIVED (WS-PO-IDX)
               END-COMPUTE
               PERFORM WRITE-OVERDUE-LINE
           END-IF.

       WRITE-OVERDUE-LINE.
           MOVE WS-PO-ITEM-ID (WS-PO-IDX) TO WS-RL-ITEM-ID
           MOVE WS-OPEN-QTY TO WS-RL-ORDERED
           MOVE WS-DAYS-LATE TO WS-RL-DAYS
           MOVE SPACES TO RECEIPT-REPORT-LINE
           STRING "OVERDUE: PO "             DELIMITED BY SIZE
                  WS-PO-NUMBER (WS-PO-IDX)   DELIMITED BY SIZE
                  " LINE "                   DELIMITED BY SIZE
                  WS-PO-LINE (WS-PO-IDX)     DELIMITED BY SIZE
                  "  VENDOR "                DELIMITED BY SIZE
                  WS-PO-VENDOR-ID (WS-PO-IDX) DELIMITED BY SIZE
                  "  ITEM"                   DELIMITED BY SIZE
                  WS-RL-ITEM-ID              DELIMITED BY SIZE
                  "  SITE "                  DELIMITED BY SIZE
                  WS-PO-WAREHOUSE (WS-PO-IDX) DELIMITED BY SIZE
                  "  OPEN"                   DELIMITED BY SIZE
                  WS-RL-ORDERED              DELIMITED BY SIZE
                  "  DUE "                   DELIMITED BY SIZE
                  WS-PO-DUE-DATE (WS-PO-IDX) DELIMITED BY SIZE
                  "  DAYS LATE"              DELIMITED BY SIZE
                  WS-RL-DAYS                 DELIMITED BY SIZE
               INTO RECEIPT-REPORT-LINE
           END-STRING
           WRITE RECEIPT-REPORT-LINE.

       WRITE-UNKNOWN-ITEM-LINE.
           MOVE DL-ITEM-ID-N TO WS-RL-ITEM-ID
           MOVE SPACES TO RECEIPT-REPORT-LINE

           MOVE WS-UNDER-DELIVERIES TO WS-RL-COUNT
           MOVE SPACES TO RECEIPT-REPORT-LINE
           STRING "PART-DELIVERIES:   " DELIMITED BY SIZE
                  WS-RL-COUNT           DELIMITED BY SIZE
               INTO RECEIPT-REPORT-LINE
           END-STRING
           END-STRING
           WRITE RECEIPT-REPORT-LINE

           MOVE WS-LINES-COMPLETED TO WS-RL-COUNT
           MOVE SPACES TO RECEIPT-REPORT-LINE
           STRING "PO LINES COMPLETE: " DELIMITED BY SIZE
                  WS-RL-COUNT           DELIMITED BY SIZE
               INTO RECEIPT-REPORT-LINE
           END-STRING
           WRITE RECEIPT-REPORT-LINE

           MOVE WS-LINES-STILL-OPEN TO WS-RL-COUNT
           MOVE SPACES TO RECEIPT-REPORT-LINE
           STRING "PO LINES OPEN:     " DELIMITED BY SIZE
                  WS-RL-COUNT           DELIMITED BY SIZE
               INTO RECEIPT-REPORT-LINE
           END-STRING
           WRITE RECEIPT-REPORT-LINE

           MOVE WS-LINES-OVERDUE TO WS-RL-COUNT
           MOVE SPACES TO RECEIPT-REPORT-LINE
           STRING "PO LINES OVERDUE:  " DELIMITED BY SIZE
                  WS-RL-COUNT           DELIMITED BY SIZE
               INTO RECEIPT-REPORT-LINE
           END-STRING
           WRITE RECEIPT-REPORT-LINE

           MOVE WS-LOTS-RECORDED TO WS-RL-COUNT
           MOVE SPACES TO RECEIPT-REPORT-LINE
           STRING "LOTS RECORDED:     " DELIMITED BY SIZE
                  WS-RL-COUNT           DELIMITED BY SIZE
               INTO RECEIPT-REPORT-LINE
           END-STRING
           WRITE RECEIPT-REPORT-LINE

           IF WS-REGISTER-FULL
               MOVE "ERROR: OPENPO.DAT OVER 5000 LINES — REGISTER NOT"
                   TO RECEIPT-REPORT-LINE
               WRITE RECEIPT-REPORT-LINE
               MOVE "UPDATED. RECEIPTS BOOKED; MATCH THEM BY HAND."
                   TO RECEIPT-REPORT-LINE
               WRITE RECEIPT-REPORT-LINE
           END-IF

      *> The run could not be fully trusted — say so instead of
      *> letting a short report read as a clean dock day.
           IF WS-ORACLE-ERROR
