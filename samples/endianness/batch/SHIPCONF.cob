      *   wire to chase, not a shipment. An untagged confirmation
      *   is accepted as before.
      *
      *   Every applied confirmation becomes an advance ship notice
      *   for the customer: the order, the customer, each item and
      *   quantity in this carton (for a whole-order confirmation,
      *   every line's unshipped remainder; for a line confirmation,
      *   that one line), the shipping warehouse, and whether the
      *   order is now complete ("S") or still partial ("P"). Each
      *   run that reads a confirmation file writes one dated,
      *   sequence-numbered notice file,
      *   SHIPASN.D<YYYYMMDD>.S<nn>.DAT, closed with a record-count
      *   trailer and recorded in the ASNCAT.DAT catalog — the same
      *   generation discipline SHIPFEED.cob applies to its request
      *   files, so what each customer was told and when can always
      *   be shown. A notice is written only after its confirmation
      *   commits; a run that dies mid-file leaves an uncatalogued,
      *   trailerless fragment that must not be sent.
      *
      *   The unconfirmed and partially-shipped ages are counted in
      *   business days up to the night's business date
      *   (BUSDATE.cob, weekends and HOLIDAY.DAT dates left out) —
      *   a warehouse closed over a holiday weekend is not three
      *   days late on the Tuesday.
      *
      *   A line-level confirmation may name the production lot the
      *   carton was picked from. Each lot-bearing confirmation adds
      *   a shipment row to LOT_MOVEMENTS (see LOTTRACE.cob) in the
      *   same commit scope as the shipped quantity, so a supplier
      *   recall can be traced to the customers who received the
      *   lot. A line confirmed without a lot, and every line of a
      *   whole-order confirmation (which has nowhere to carry one),
      *   still ships — it is counted as shipped without a lot, the
      *   untraceable remainder of any recall.
      *
      * CONFIRMATION FILE FORMAT (SHIPCNF.DAT, one record each):
      *   Whole-order (everything past position 19 spaces):
      *     Positions  1- 9  ORDER-ID   PIC 9(9)
      *     Positions 19-27  QTY-SHIPPED   PIC 9(9)
      *     Positions 28-35  SHIP-DATE     PIC 9(8) (informational)
      *     Positions 36-37  SITE-TAG      PIC X(2) (optional)
      *     Positions 38-49  LOT-NUMBER    PIC X(12) (optional)
      *
      * CONTROL FILE FORMAT (SHIPCFG.DAT, sequential, one record):
      *   Positions  1- 3  UNCONFIRMED-AGE-DAYS  PIC 9(3) (business
      *                    days)
      *   Missing file means the hardcoded default below applies.
      *
      * ADVANCE SHIP NOTICE FORMAT (one record per item per carton):
      *   Positions  1- 9  ORDER-ID        PIC 9(9)
      *   Positions 10-18  CUSTOMER-ID     PIC 9(9)
      *   Positions 19-27  ITEM-ID         PIC 9(9)
      *   Positions 28-36  QTY-IN-CARTON   PIC 9(9)
      *   Positions 37-38  WAREHOUSE-ID    PIC X(2)  (shipping site)
      *   Position  39     ORDER-STATE     PIC X(1)  ("S" complete,
      *                    "P" still partial)
      *   Positions 40-47  SHIP-DATE       PIC X(8)  (as confirmed)
      *   Positions 48-55  NOTICE-DATE     PIC 9(8)  (YYYYMMDD)
      *   Final record:    "TRAILER " + RECORD-COUNT PIC 9(9)
      *
      * NOTICE CATALOG FORMAT (ASNCAT.DAT, one line per notice file):
      *   Positions  1-30  FILE-NAME       PIC X(30)
      *   Position  31     (space)
      *   Positions 32-39  RUN-DATE        PIC 9(8)
      *   Position  40     (space)
      *   Positions 41-49  RECORD-COUNT    PIC 9(9)
      *   Position  50     (space)
      *   Positions 51-59  NOTICE-COUNT    PIC 9(9)  (orders told)
      *
      * OUTPUT: SHIPCONF.RPT — confirmations applied/rejected, the
      *         aged unconfirmed-order list ("W"), and the aged
      *         partially-shipped list ("P") with each order's
      *         unshipped remainder — reported distinctly, because
      *         "mostly gone" and "never started" are different
      *         phone calls. SHIPASN.D<YYYYMMDD>.S<nn>.DAT — the
      *         run's advance ship notices (format above).
      *
      * COMPILE: BINARY(BE) on Linux x86, with COMP5=YES for
      *          Pro*COBOL precompilation.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *> One fresh generation-dated notice file per run —
      *> OPEN-SHIP-NOTICE-FILE builds the name and points DD_SHIPASN
      *> at it before the OPEN, the same per-OPEN redirection
      *> SHIPFEED.cob uses for its request files.
           SELECT SHIP-NOTICE-FILE ASSIGN TO SHIPASN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

      *> Every notice file this job has ever produced, with its
      *> record and notice counts.
           SELECT NOTICE-CATALOG-FILE ASSIGN TO "ASNCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Both confirmation shapes read through one FD — the 01s
                                       PIC 9(9).
           05  SC-SHIP-DATE           PIC X(8).
           05  SC-SITE-TAG            PIC X(2).
           05  SC-TAIL                PIC X(30).
       01  SHIP-CONFIRM-LINE-RECORD.
           05  SCL-ORDER-ID-X         PIC X(9).
           05  SCL-ITEM-ID-X          PIC X(9).
                                       PIC 9(9).
           05  SCL-SHIP-DATE          PIC X(8).
           05  SCL-SITE-TAG           PIC X(2).
           05  SCL-LOT-NUMBER         PIC X(12).

       FD  SHIP-CONFIG-FILE.
       01  SHIP-CONFIG-RECORD.
       FD  CONFIRM-REPORT-FILE.
       01  CONFIRM-REPORT-LINE        PIC X(100).

       FD  SHIP-NOTICE-FILE.
       01  SHIP-NOTICE-RECORD.
           05  SN-ORDER-ID            PIC 9(9).
           05  SN-CUSTOMER-ID         PIC 9(9).
           05  SN-ITEM-ID             PIC 9(9).
           05  SN-QUANTITY            PIC 9(9).
           05  SN-WAREHOUSE-ID        PIC X(2).
           05  SN-ORDER-STATE         PIC X(1).
           05  SN-SHIP-DATE           PIC X(8).
           05  SN-NOTICE-DATE         PIC 9(8).
      *> The closing record — its count is how the customer side
      *> tells a complete file from a truncated one.
       01  SHIP-NOTICE-TRAILER.
           05  SNT-TAG                PIC X(8).
           05  SNT-COUNT              PIC 9(9).
           05  FILLER                 PIC X(38).

       FD  NOTICE-CATALOG-FILE.
       01  NOTICE-CATALOG-RECORD.
           05  NC-FILE-NAME           PIC X(30).
           05  FILLER                 PIC X(1).
           05  NC-RUN-DATE            PIC 9(8).
           05  FILLER                 PIC X(1).
           05  NC-RECORD-COUNT        PIC 9(9).
           05  FILLER                 PIC X(1).
           05  NC-NOTICE-COUNT        PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-CONFIRM-STATUS          PIC XX.
           88  WS-CONFIRM-OK          VALUE "00".
       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-NOTICE-STATUS           PIC XX.
       01  WS-NOTICE-CAT-STATUS       PIC XX.

       01  WS-EOF-FLAG                PIC X VALUE "N".
           88  WS-EOF                 VALUE "Y".

       01  WS-RUN-DATE                PIC 9(8).

      *> The notice file's generation name and sequence — counted
      *> from ASNCAT.DAT the way SHIPFEED.cob counts SHIPCAT.DAT.
       01  WS-NOTICE-NAME             PIC X(30) VALUE SPACES.
       01  WS-NOTICE-SEQUENCE         PIC 9(2) VALUE ZEROS.
       01  WS-NOTICE-CAT-EOF-SW       PIC X VALUE "N".
           88  WS-NOTICE-CAT-EOF      VALUE "Y".
       01  WS-NOTICE-FILE-SW          PIC X VALUE "N".
           88  WS-NOTICE-FILE-OPEN    VALUE "Y".

      *> The carton behind the confirmation in flight — gathered
      *> BEFORE the commit (the whole-order UPDATE overwrites the
      *> shipped quantities the remainders come from, and a commit
      *> closes any open cursor), written to the notice file only
      *> AFTER it. A carton of more than 200 lines is still applied
      *> in full; the lines beyond the table are left off the
      *> notice, reported, and counted in WS-NOTICE-LINES-DROPPED.
       01  WS-CARTON-TABLE.
           05  WS-CARTON-COUNT        PIC 9(4) COMP VALUE 0.
           05  WS-CARTON-ENTRY        OCCURS 200 TIMES.
               10  WS-CA-ITEM-ID      PIC S9(9) COMP-5.
               10  WS-CA-QUANTITY     PIC S9(9) COMP-5.
       01  WS-CARTON-IDX              PIC 9(4) COMP VALUE 0.
       01  WS-CARTON-DROPPED          PIC 9(9) VALUE ZERO.
       01  WS-CARTON-OK-SW            PIC X VALUE "Y".
           88  WS-CARTON-OK           VALUE "Y".
       01  WS-NOTICE-SHIP-DATE        PIC X(8) VALUE SPACES.

      *> An order the warehouse has held without confirming for
      *> three business days is worth a phone call.
       01  WS-UNCONFIRMED-DAYS        PIC 9(3) VALUE 3.

           COPY CPY-BUSDATE.

           EXEC SQL INCLUDE SQLCA5 END-EXEC.

      *> Oracle host variables — COMP-5, the suite convention.
       01  WS-ORA-OPEN-LINES          PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-REMAINING           PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-AGE-DAYS            PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-BUSINESS-DATE       PIC X(8) VALUE SPACES.
       01  WS-ORA-ORDER-DATE          PIC X(8) VALUE SPACES.
       01  WS-ORA-CURRENT-STATUS      PIC X(1) VALUE SPACE.
       01  WS-ORA-ORDER-ITEM-ID       PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-CUSTOMER-ID         PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-LOT-NUMBER          PIC X(12) VALUE SPACES.
      *> The confirmed ship date when it reads as a date, else the
      *> run date — the lot row must carry a date Oracle accepts.
       01  WS-ORA-LOT-SHIP-DATE       PIC X(8) VALUE SPACES.
       01  WS-LOT-SHIP-DATE-N         REDEFINES WS-ORA-LOT-SHIP-DATE
                                       PIC 9(8).
           COPY CPY-ORDSTAT REPLACING ==:PFX:== BY ==WS-ORA==.

      *> Status-transition event, journaled with every status change
      *> (see CPY-STATEVT.cpy).
           COPY CPY-STATEVT.
       01  WS-CORR-ORDER-ID           PIC 9(9) VALUE ZEROS.

      *> Site-tag verification state — the tag on the record in
      *> flight, and the warehouse WHROUTE.cob says the order
      *> actually belongs to. The routed item crosses the CALL as
           05  WS-CONFIRMS-REJECTED   PIC 9(9) VALUE ZERO.
           05  WS-UNCONFIRMED-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-PARTIAL-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-NOTICES-WRITTEN     PIC 9(9) VALUE ZERO.
           05  WS-NOTICE-RECORDS      PIC 9(9) VALUE ZERO.
           05  WS-NOTICE-LINES-DROPPED
                                      PIC 9(9) VALUE ZERO.
           05  WS-LOTS-RECORDED       PIC 9(9) VALUE ZERO.
           05  WS-LINES-WITHOUT-LOT   PIC 9(9) VALUE ZERO.

       01  WS-ORACLE-ERROR-SW         PIC X VALUE "N".
           88  WS-ORACLE-ERROR        VALUE "Y".
           05  WS-RL-COUNT            PIC Z(8)9.
           05  WS-RL-DAYS             PIC ZZ9.
           05  WS-RL-REMAINING        PIC -(8)9.
           05  WS-RL-DROPPED          PIC Z(8)9.

      *> Orders still in "W" at least the configured age in
      *> calendar days before the business date. Business days are
      *> never more than calendar days, so this only narrows the
      *> rows; AGE-ONE-ORDER counts the business days that decide.
           EXEC SQL
               DECLARE UNCONFIRMED-CURSOR CURSOR FOR
                   SELECT ORDER_ID,
                          TO_CHAR(MIN(ORDER_DATE), 'YYYYMMDD')
                   FROM ORDERS
                   WHERE ORDER_STATUS = 'W'
                   GROUP BY ORDER_ID
                   HAVING TRUNC(MIN(ORDER_DATE))
                       <= TO_DATE(:WS-ORA-BUSINESS-DATE, 'YYYYMMDD')
                          - :WS-ORA-AGE-DAYS
           END-EXEC.

      *> Aged partially-shipped orders, with the total quantity
           EXEC SQL
               DECLARE PART-SHIPPED-CURSOR CURSOR FOR
                   SELECT ORDER_ID,
                          TO_CHAR(MIN(ORDER_DATE), 'YYYYMMDD'),
                          SUM(QUANTITY - NVL(SHIPPED_QUANTITY, 0))
                   FROM ORDERS
                   WHERE ORDER_STATUS = 'P'
                   GROUP BY ORDER_ID
                   HAVING TRUNC(MIN(ORDER_DATE))
                       <= TO_DATE(:WS-ORA-BUSINESS-DATE, 'YYYYMMDD')
                          - :WS-ORA-AGE-DAYS
           END-EXEC.

      *> The lines a whole-order confirmation is shipping now — each
      *> line's unshipped remainder, read before the UPDATE marks
      *> them all shipped — with the customer the notice goes to.
           EXEC SQL
               DECLARE CARTON-LINE-CURSOR CURSOR FOR
                   SELECT ITEM_ID,
                          QUANTITY - NVL(SHIPPED_QUANTITY, 0),
                          NVL(CUSTOMER_ID, 0)
                   FROM ORDERS
                   WHERE ORDER_ID = :WS-ORA-ORDER-ID
                     AND NVL(SHIPPED_QUANTITY, 0) < QUANTITY
                   ORDER BY ITEM_ID
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-SHIP-CONFIG
           SET BDT-GET-DATES TO TRUE
           CALL "BUSDATE" USING BDT-FUNCTION BDT-BUSINESS-DATE
                                BDT-PRIOR-DATE BDT-FROM-DATE
                                BDT-TO-DATE BDT-DAYS
           MOVE BDT-BUSINESS-DATE TO WS-ORA-BUSINESS-DATE
           OPEN OUTPUT CONFIRM-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM PROCESS-CONFIRMATIONS
               WHEN WS-CONFIRMS-REJECTED > 0
                   OR WS-UNCONFIRMED-COUNT > 0
                   OR WS-PARTIAL-COUNT > 0
                   OR WS-NOTICE-LINES-DROPPED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-IF.

      *> A missing confirmation file is a normal quiet day — the
      *> aged-unconfirmed check below still runs, and no notice file
      *> is produced (there is nothing to tell anyone).
       PROCESS-CONFIRMATIONS.
           OPEN INPUT SHIP-CONFIRM-FILE
           IF WS-CONFIRM-OK
               PERFORM OPEN-SHIP-NOTICE-FILE
               PERFORM APPLY-ONE-CONFIRMATION UNTIL WS-EOF
               CLOSE SHIP-CONFIRM-FILE
               PERFORM CLOSE-SHIP-NOTICE-FILE
           END-IF.

      *> The next sequence is one past however many notice files
      *> today already has — the same pin-at-99 rule as SHIPFEED.cob.
       OPEN-SHIP-NOTICE-FILE.
           MOVE "N" TO WS-NOTICE-CAT-EOF-SW
           MOVE ZEROS TO WS-NOTICE-SEQUENCE
           OPEN INPUT NOTICE-CATALOG-FILE
           IF WS-NOTICE-CAT-STATUS = "00"
               PERFORM COUNT-ONE-NOTICE-ENTRY UNTIL WS-NOTICE-CAT-EOF
               CLOSE NOTICE-CATALOG-FILE
           END-IF
           IF WS-NOTICE-SEQUENCE < 99
               ADD 1 TO WS-NOTICE-SEQUENCE
           END-IF
           MOVE SPACES TO WS-NOTICE-NAME
           STRING "SHIPASN.D"           DELIMITED BY SIZE
                  WS-RUN-DATE           DELIMITED BY SIZE
                  ".S"                  DELIMITED BY SIZE
                  WS-NOTICE-SEQUENCE    DELIMITED BY SIZE
                  ".DAT"                DELIMITED BY SIZE
               INTO WS-NOTICE-NAME
           END-STRING
           SET ENVIRONMENT "DD_SHIPASN" TO WS-NOTICE-NAME
           OPEN OUTPUT SHIP-NOTICE-FILE
           IF WS-NOTICE-STATUS = "00"
               SET WS-NOTICE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "SHIPCONF cannot open " WS-NOTICE-NAME
                   " STATUS " WS-NOTICE-STATUS
           END-IF.

       COUNT-ONE-NOTICE-ENTRY.
           READ NOTICE-CATALOG-FILE
               AT END
                   SET WS-NOTICE-CAT-EOF TO TRUE
               NOT AT END
                   IF NC-RUN-DATE = WS-RUN-DATE
                       ADD 1 TO WS-NOTICE-SEQUENCE
                   END-IF
           END-READ.

      *> Trailer, close, then catalog — catalogued only once the
      *> file is complete, so a fragment from a failed run is never
      *> mistaken for something that was sent.
       CLOSE-SHIP-NOTICE-FILE.
           IF WS-NOTICE-FILE-OPEN
               MOVE SPACES TO SHIP-NOTICE-TRAILER
               MOVE "TRAILER" TO SNT-TAG
               MOVE WS-NOTICE-RECORDS TO SNT-COUNT
               WRITE SHIP-NOTICE-TRAILER
               CLOSE SHIP-NOTICE-FILE
               OPEN EXTEND NOTICE-CATALOG-FILE
               IF WS-NOTICE-CAT-STATUS = "35"
      *> Catalog doesn't exist yet on the first-ever notice run.
                   OPEN OUTPUT NOTICE-CATALOG-FILE
               END-IF
               MOVE SPACES TO NOTICE-CATALOG-RECORD
               MOVE WS-NOTICE-NAME TO NC-FILE-NAME
               MOVE WS-RUN-DATE TO NC-RUN-DATE
               MOVE WS-NOTICE-RECORDS TO NC-RECORD-COUNT
               MOVE WS-NOTICES-WRITTEN TO NC-NOTICE-COUNT
               WRITE NOTICE-CATALOG-RECORD
               CLOSE NOTICE-CATALOG-FILE
               DISPLAY "SHIPCONF wrote " WS-NOTICE-NAME
           END-IF.

      *> Bytes past position 17 decide the shape: all spaces is the
                               AND SC-TAIL = SPACES
                           MOVE SC-ORDER-ID-N TO WS-ORA-ORDER-ID
                           MOVE SPACES TO WS-SITE-TAG
                           MOVE SC-SHIP-DATE TO WS-NOTICE-SHIP-DATE
                           PERFORM CONFIRM-ONE-ORDER
                       WHEN SC-TAIL = SPACES
                           MOVE SC-ORDER-ID-N TO WS-ORA-ORDER-ID
                           MOVE SC-SITE-TAG TO WS-SITE-TAG
                           MOVE SC-SHIP-DATE TO WS-NOTICE-SHIP-DATE
                           PERFORM CONFIRM-ONE-ORDER
                       WHEN SCL-ITEM-ID-X NOT NUMERIC
                       WHEN SCL-QTY-X NOT NUMERIC
                           MOVE SCL-ITEM-ID-N TO WS-ORA-ITEM-ID
                           MOVE SCL-QTY-N TO WS-ORA-QTY-SHIPPED
                           MOVE SCL-SITE-TAG TO WS-SITE-TAG
                           MOVE SCL-SHIP-DATE
                               TO WS-NOTICE-SHIP-DATE
                           MOVE SCL-LOT-NUMBER TO WS-ORA-LOT-NUMBER
                           PERFORM CONFIRM-ONE-LINE
                   END-EVALUATE
           END-READ.
      *> routed to — the same WHROUTE.cob answer SHIPFEED.cob used
      *> to pick which file the order went out on. Untagged records
      *> (including the whole pre-split history) skip the check.
      *> Every order is routed either way: WS-ROUTED-WAREHOUSE is
      *> the shipping site the advance ship notice names.
       VERIFY-SITE-TAG.
           MOVE "Y" TO WS-SITE-OK-SW
           EXEC SQL
               SELECT NVL(MIN(ITEM_ID), 0)
                 INTO :WS-ORA-ORDER-ITEM-ID
                 FROM ORDERS
                WHERE ORDER_ID = :WS-ORA-ORDER-ID
           END-EXEC
           IF SQLCODE = 0
               MOVE WS-ORA-ORDER-ITEM-ID TO WS-ROUTE-ITEM-ID
               MOVE "01" TO WS-ROUTED-WAREHOUSE
               CALL "WHROUTE" USING
                   WS-ROUTE-ITEM-ID
                   WS-ROUTED-WAREHOUSE
               IF WS-SITE-TAG NOT = SPACES
                       AND WS-SITE-TAG NOT = WS-ROUTED-WAREHOUSE
                   MOVE "N" TO WS-SITE-OK-SW
                   ADD 1 TO WS-CONFIRMS-REJECTED
                   PERFORM WRITE-WRONG-SITE-LINE
               END-IF
           ELSE
               MOVE "N" TO WS-SITE-OK-SW
               SET WS-ORACLE-ERROR TO TRUE
               ADD 1 TO WS-CONFIRMS-REJECTED
           END-IF.

      *> Shared status gate for both confirmation shapes — leaves
      *> set to its ordered quantity in the same UPDATE that flips
      *> the status, so the line-level view agrees with "S".
       ADVANCE-ORDER-TO-SHIPPED.
           PERFORM GATHER-ORDER-CARTON
           IF WS-CARTON-OK
               SET WS-ORA-STATUS-SHIPPED TO TRUE
               PERFORM LOG-CONFIRM-EVENT
               IF EVT-LOGGED
                   EXEC SQL
                       UPDATE ORDERS
                       SET SHIPPED_QUANTITY = QUANTITY,
                           ORDER_STATUS = :WS-ORA-ORDER-STATUS
                       WHERE ORDER_ID = :WS-ORA-ORDER-ID
                   END-EXEC
               END-IF
           END-IF
           IF WS-CARTON-OK
                   AND SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               ADD 1 TO WS-CONFIRMS-APPLIED
               ADD WS-CARTON-COUNT WS-CARTON-DROPPED
                   TO WS-LINES-WITHOUT-LOT
               PERFORM WRITE-SHIP-NOTICE
           ELSE
               EXEC SQL
                   ROLLBACK
               ADD 1 TO WS-CONFIRMS-REJECTED
           END-IF.

      *> Every line still open on the order is in this carton, at
      *> its unshipped remainder.
       GATHER-ORDER-CARTON.
           MOVE 0 TO WS-CARTON-COUNT
           MOVE 0 TO WS-CARTON-DROPPED
           MOVE 0 TO WS-ORA-CUSTOMER-ID
           MOVE "Y" TO WS-CARTON-OK-SW
           MOVE "N" TO WS-SCAN-DONE-SW
           EXEC SQL
               OPEN CARTON-LINE-CURSOR
           END-EXEC
           IF SQLCODE = 0
               PERFORM GATHER-ONE-CARTON-LINE UNTIL WS-SCAN-DONE
               EXEC SQL
                   CLOSE CARTON-LINE-CURSOR
               END-EXEC
           ELSE
               MOVE "N" TO WS-CARTON-OK-SW
           END-IF.

       GATHER-ONE-CARTON-LINE.
           EXEC SQL
               FETCH CARTON-LINE-CURSOR
               INTO :WS-ORA-ITEM-ID, :WS-ORA-REMAINING,
                    :WS-ORA-CUSTOMER-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   IF WS-CARTON-COUNT < 200
                       ADD 1 TO WS-CARTON-COUNT
                       MOVE WS-ORA-ITEM-ID
                           TO WS-CA-ITEM-ID (WS-CARTON-COUNT)
                       MOVE WS-ORA-REMAINING
                           TO WS-CA-QUANTITY (WS-CARTON-COUNT)
                   ELSE
                       ADD 1 TO WS-CARTON-DROPPED
                   END-IF
               WHEN SQLCODE = 100
                   SET WS-SCAN-DONE TO TRUE
               WHEN OTHER
                   MOVE "N" TO WS-CARTON-OK-SW
                   SET WS-SCAN-DONE TO TRUE
           END-EVALUATE.

      *> One carton's worth against one line: add to the line's
      *> shipped quantity, then advance the order to "S" when every
      *> line is covered or park it visibly in "P" when not — all

       CHECK-LINE-SHIPPABLE.
           EXEC SQL
               SELECT QUANTITY, NVL(SHIPPED_QUANTITY, 0),
                  NVL(CUSTOMER_ID, 0)
                 INTO :WS-ORA-LINE-QUANTITY,
                      :WS-ORA-ALREADY-SHIPPED,
                      :WS-ORA-CUSTOMER-ID
                 FROM ORDERS
                WHERE ORDER_ID = :WS-ORA-ORDER-ID
                  AND ITEM_ID = :WS-ORA-ITEM-ID
                   ADD 1 TO WS-CONFIRMS-REJECTED
                   PERFORM WRITE-OVERSHIP-LINE
               WHEN OTHER
      *> The carton is this one line, at the quantity confirmed.
                   MOVE 1 TO WS-CARTON-COUNT
                   MOVE 0 TO WS-CARTON-DROPPED
                   MOVE WS-ORA-ITEM-ID TO WS-CA-ITEM-ID (1)
                   MOVE WS-ORA-QTY-SHIPPED TO WS-CA-QUANTITY (1)
                   PERFORM APPLY-LINE-SHIPMENT
           END-EVALUATE.

               WHERE ORDER_ID = :WS-ORA-ORDER-ID
                 AND ITEM_ID = :WS-ORA-ITEM-ID
           END-EXEC
           IF SQLCODE = 0
                   AND WS-ORA-LOT-NUMBER NOT = SPACES
               PERFORM RECORD-SHIPPED-LOT
           END-IF
           IF SQLCODE NOT = 0
               EXEC SQL
                   ROLLBACK
               PERFORM SETTLE-ORDER-STATUS
           END-IF.

      *> The carton's lot, against the customer and the site that
      *> shipped it — committed with the shipped quantity or not at
      *> all, so the recall trace never lists a carton the order
      *> does not show as shipped.
       RECORD-SHIPPED-LOT.
           MOVE WS-RUN-DATE TO WS-LOT-SHIP-DATE-N
           IF SCL-SHIP-DATE NUMERIC
               MOVE SCL-SHIP-DATE TO WS-ORA-LOT-SHIP-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-LOT-SHIP-DATE-N)
                       NOT = 0
                   MOVE WS-RUN-DATE TO WS-LOT-SHIP-DATE-N
               END-IF
           END-IF
           EXEC SQL
               INSERT INTO LOT_MOVEMENTS
                   (LOT_NUMBER, MOVEMENT_TYPE, ITEM_ID, QUANTITY,
                    WAREHOUSE_ID, ORDER_ID, CUSTOMER_ID,
                    MOVEMENT_DATE)
               VALUES
                   (:WS-ORA-LOT-NUMBER, 'S', :WS-ORA-ITEM-ID,
                    :WS-ORA-QTY-SHIPPED, :WS-ROUTED-WAREHOUSE,
                    :WS-ORA-ORDER-ID, :WS-ORA-CUSTOMER-ID,
                    TO_DATE(:WS-ORA-LOT-SHIP-DATE, 'YYYYMMDD'))
           END-EXEC.

       SETTLE-ORDER-STATUS.
           MOVE 0 TO WS-ORA-OPEN-LINES
           EXEC SQL
               ELSE
                   SET WS-ORA-STATUS-PART-SHIPPED TO TRUE
               END-IF
               PERFORM LOG-CONFIRM-EVENT
               IF EVT-LOGGED
                   EXEC SQL
                       UPDATE ORDERS
                       SET ORDER_STATUS = :WS-ORA-ORDER-STATUS
                       WHERE ORDER_ID = :WS-ORA-ORDER-ID
                   END-EXEC
               END-IF
               IF SQLCODE = 0
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   ADD 1 TO WS-LINES-APPLIED
                   IF WS-ORA-LOT-NUMBER = SPACES
                       ADD 1 TO WS-LINES-WITHOUT-LOT
                   ELSE
                       ADD 1 TO WS-LOTS-RECORDED
                   END-IF
                   PERFORM WRITE-SHIP-NOTICE
               ELSE
                   EXEC SQL
                       ROLLBACK
               END-IF
           END-IF.

      *> Journals the move to WS-ORA-ORDER-STATUS in the commit
      *> scope of the UPDATE that follows. A carton that leaves a "P"
      *> order still "P" records nothing — there was no transition.
       LOG-CONFIRM-EVENT.
           MOVE WS-ORA-ORDER-ID TO WS-CORR-ORDER-ID
           MOVE SPACES TO EVT-CORRELATION-ID
           STRING "SHIPCONF-" DELIMITED BY SIZE
                  WS-CORR-ORDER-ID DELIMITED BY SIZE
               INTO EVT-CORRELATION-ID
           END-STRING
           MOVE WS-ORA-ORDER-ID TO EVT-ORDER-ID
           MOVE WS-ORA-ORDER-STATUS TO EVT-TO-STATUS
           MOVE "SHIPCONF" TO EVT-PROGRAM-ID
           PERFORM LOG-STATUS-EVENT.

      *> Called only after the confirmation has committed — a
      *> customer is never told about a shipment that was rolled
      *> back. WS-ORA-ORDER-STATUS holds the status just committed.
       WRITE-SHIP-NOTICE.
           IF WS-NOTICE-FILE-OPEN
               PERFORM WRITE-ONE-NOTICE-LINE
                   VARYING WS-CARTON-IDX FROM 1 BY 1
                   UNTIL WS-CARTON-IDX > WS-CARTON-COUNT
               IF WS-CARTON-COUNT > 0
                   ADD 1 TO WS-NOTICES-WRITTEN
               END-IF
           END-IF
           IF WS-CARTON-DROPPED > 0
               ADD WS-CARTON-DROPPED TO WS-NOTICE-LINES-DROPPED
               PERFORM WRITE-NOTICE-TRUNCATED-LINE
           END-IF.

       WRITE-ONE-NOTICE-LINE.
           MOVE SPACES TO SHIP-NOTICE-RECORD
           MOVE WS-ORA-ORDER-ID TO SN-ORDER-ID
           MOVE WS-ORA-CUSTOMER-ID TO SN-CUSTOMER-ID
           MOVE WS-CA-ITEM-ID (WS-CARTON-IDX) TO SN-ITEM-ID
           MOVE WS-CA-QUANTITY (WS-CARTON-IDX) TO SN-QUANTITY
           MOVE WS-ROUTED-WAREHOUSE TO SN-WAREHOUSE-ID
           MOVE WS-ORA-ORDER-STATUS TO SN-ORDER-STATE
           MOVE WS-NOTICE-SHIP-DATE TO SN-SHIP-DATE
           MOVE WS-RUN-DATE TO SN-NOTICE-DATE
           WRITE SHIP-NOTICE-RECORD
           ADD 1 TO WS-NOTICE-RECORDS.

       REPORT-UNCONFIRMED-ORDERS.
           MOVE SPACES TO CONFIRM-REPORT-LINE
           WRITE CONFIRM-REPORT-LINE
           MOVE WS-UNCONFIRMED-DAYS TO WS-RL-DAYS
           STRING "UNCONFIRMED ORDERS OLDER THAN " DELIMITED BY SIZE
                  WS-RL-DAYS                       DELIMITED BY SIZE
                  " BUSINESS DAY(S)"               DELIMITED BY SIZE
               INTO CONFIRM-REPORT-LINE
           END-STRING
           WRITE CONFIRM-REPORT-LINE
       REPORT-ONE-UNCONFIRMED.
           EXEC SQL
               FETCH UNCONFIRMED-CURSOR
               INTO :WS-ORA-ORDER-ID, :WS-ORA-ORDER-DATE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   PERFORM AGE-ONE-ORDER
                   IF WS-ORA-AGE-DAYS >= WS-UNCONFIRMED-DAYS
                       ADD 1 TO WS-UNCONFIRMED-COUNT
                       MOVE WS-ORA-ORDER-ID TO WS-RL-ORDER-ID
                       MOVE WS-ORA-AGE-DAYS TO WS-RL-DAYS
                       MOVE SPACES TO CONFIRM-REPORT-LINE
                       STRING "  ORDER "     DELIMITED BY SIZE
                              WS-RL-ORDER-ID DELIMITED BY SIZE
                              "  WITH WAREHOUSE " DELIMITED BY SIZE
                              WS-RL-DAYS     DELIMITED BY SIZE
                              " BUSINESS DAY(S)" DELIMITED BY SIZE
                           INTO CONFIRM-REPORT-LINE
                       END-STRING
                       WRITE CONFIRM-REPORT-LINE
                   END-IF
               WHEN SQLCODE = 100
                   SET WS-SCAN-DONE TO TRUE
               WHEN OTHER
           STRING "PARTIALLY SHIPPED ORDERS OLDER THAN "
                      DELIMITED BY SIZE
                  WS-RL-DAYS  DELIMITED BY SIZE
                  " BUSINESS DAY(S)" DELIMITED BY SIZE
               INTO CONFIRM-REPORT-LINE
           END-STRING
           WRITE CONFIRM-REPORT-LINE
       REPORT-ONE-PARTIAL.
           EXEC SQL
               FETCH PART-SHIPPED-CURSOR
               INTO :WS-ORA-ORDER-ID, :WS-ORA-ORDER-DATE,
                    :WS-ORA-REMAINING
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   PERFORM AGE-ONE-ORDER
                   IF WS-ORA-AGE-DAYS >= WS-UNCONFIRMED-DAYS
                       ADD 1 TO WS-PARTIAL-COUNT
                       MOVE WS-ORA-ORDER-ID TO WS-RL-ORDER-ID
                       MOVE WS-ORA-AGE-DAYS TO WS-RL-DAYS
                       MOVE WS-ORA-REMAINING TO WS-RL-REMAINING
                       MOVE SPACES TO CONFIRM-REPORT-LINE
                       STRING "  ORDER "          DELIMITED BY SIZE
                              WS-RL-ORDER-ID      DELIMITED BY SIZE
                              "  UNSHIPPED QTY "  DELIMITED BY SIZE
                              WS-RL-REMAINING     DELIMITED BY SIZE
                              "  FOR "            DELIMITED BY SIZE
                              WS-RL-DAYS          DELIMITED BY SIZE
                              " BUSINESS DAY(S)"  DELIMITED BY SIZE
                           INTO CONFIRM-REPORT-LINE
                       END-STRING
                       WRITE CONFIRM-REPORT-LINE
                   END-IF
               WHEN SQLCODE = 100
                   SET WS-SCAN-DONE TO TRUE
               WHEN OTHER
                   SET WS-SCAN-DONE TO TRUE
           END-EVALUATE.

      *> Business days from the order date to the business date.
      *> An order date that will not read as a date ages as zero.
       AGE-ONE-ORDER.
           MOVE 0 TO WS-ORA-AGE-DAYS
           IF WS-ORA-ORDER-DATE NUMERIC
               MOVE WS-ORA-ORDER-DATE TO BDT-FROM-DATE
               MOVE WS-ORA-BUSINESS-DATE TO BDT-TO-DATE
               SET BDT-COUNT-DAYS TO TRUE
               CALL "BUSDATE" USING BDT-FUNCTION BDT-BUSINESS-DATE
                                    BDT-PRIOR-DATE BDT-FROM-DATE
                                    BDT-TO-DATE BDT-DAYS
               MOVE BDT-DAYS TO WS-ORA-AGE-DAYS
           END-IF.

       WRITE-NOTICE-TRUNCATED-LINE.
           MOVE WS-ORA-ORDER-ID TO WS-RL-ORDER-ID
           MOVE WS-CARTON-DROPPED TO WS-RL-DROPPED
           MOVE SPACES TO CONFIRM-REPORT-LINE
           STRING "NOTICE TRUNCATED: ORDER " DELIMITED BY SIZE
                  WS-RL-ORDER-ID             DELIMITED BY SIZE
                  " LINES NOT LISTED "       DELIMITED BY SIZE
                  WS-RL-DROPPED              DELIMITED BY SIZE
               INTO CONFIRM-REPORT-LINE
           END-STRING
           WRITE CONFIRM-REPORT-LINE.

       WRITE-UNKNOWN-LINE-LINE.
           MOVE SC-ORDER-ID-N TO WS-RL-ORDER-ID
           MOVE SPACES TO CONFIRM-REPORT-LINE
                  WS-RL-COUNT                DELIMITED BY SIZE
               INTO CONFIRM-REPORT-LINE
           END-STRING
           WRITE CONFIRM-REPORT-LINE
           MOVE WS-NOTICES-WRITTEN TO WS-RL-COUNT
           MOVE SPACES TO CONFIRM-REPORT-LINE
           STRING "SHIP NOTICES WRITTEN:   " DELIMITED BY SIZE
                  WS-RL-COUNT                DELIMITED BY SIZE
               INTO CONFIRM-REPORT-LINE
           END-STRING
           WRITE CONFIRM-REPORT-LINE
           MOVE WS-LOTS-RECORDED TO WS-RL-COUNT
           MOVE SPACES TO CONFIRM-REPORT-LINE
           STRING "LOTS RECORDED:          " DELIMITED BY SIZE
                  WS-RL-COUNT                DELIMITED BY SIZE
               INTO CONFIRM-REPORT-LINE
           END-STRING
           WRITE CONFIRM-REPORT-LINE
           MOVE WS-LINES-WITHOUT-LOT TO WS-RL-COUNT
           MOVE SPACES TO CONFIRM-REPORT-LINE
           STRING "LINES SHIPPED NO LOT:   " DELIMITED BY SIZE
                  WS-RL-COUNT                DELIMITED BY SIZE
               INTO CONFIRM-REPORT-LINE
           END-STRING
           WRITE CONFIRM-REPORT-LINE
           IF WS-NOTICE-FILE-OPEN
               MOVE SPACES TO CONFIRM-REPORT-LINE
               STRING "SHIP NOTICE FILE:       " DELIMITED BY SIZE
                      WS-NOTICE-NAME             DELIMITED BY SIZE
                   INTO CONFIRM-REPORT-LINE
               END-STRING
               WRITE CONFIRM-REPORT-LINE
           END-IF.

      *> Status-transition journal, shared with every program that
      *> changes ORDER_STATUS — see CPY-STATLOG.cpy.
           COPY CPY-STATLOG.
