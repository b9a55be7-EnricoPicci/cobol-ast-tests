      ******************************************************************
      * RPTSNAP.cob — Nightly Reporting Snapshot Extract
      *
      * PURPOSE:
      *   CREDRPT, PRCRECON, ORDSWEEP, INVRECON and ORDENRCH's aging
      *   list each ran its own full scan of ORDERS, INVENTORY,
      *   CUSTOMERS and PRICES — and when they overran into the
      *   morning, the contention showed up as RC-RESOURCE-BUSY in
      *   the lookup path and tripped the DRNPACE adaptive pacing.
      *   This step reads those tables once, inside one read-only
      *   transaction so every row comes from the same instant, and
      *   writes them to INDEXED snapshot files keyed the way the
      *   reports read them. The reports read the snapshot instead
      *   of Oracle, and each prints the instant it describes, so a
      *   morning rerun is never mistaken for live data.
      *
      *   The control record, RPTSNAP.CTL, is written "in progress"
      *   before the first snapshot file is opened and "complete"
      *   only after the last is closed and the transaction has
      *   ended cleanly. A step that dies part-way leaves it "in
      *   progress", and every report refuses that snapshot (RC 8)
      *   rather than reporting on half a night.
      *
      *   STOCK_TRANSFERS in transit, the one aggregate INVRECON.cob
      *   reports alongside its reconciliation, is taken inside the
      *   same transaction and carried on the control record.
      *
      *   HRTBEAT.cob's standing heartbeat orders (the reserved
      *   order-ID range in CPY-HRTBEAT.cpy) are left out of the
      *   ORDERS snapshot, so no report reading it ages, values or
      *   lists them.
      *
      * SNAPSHOT FILES (layouts in the copybooks named):
      *   RPTSNAP.CTL  control record        CPY-SNAPCTL.cpy
      *   RPTSNAP.ORD  ORDERS line items     CPY-SNAPORD.cpy
      *   RPTSNAP.CUS  CUSTOMERS             CPY-SNAPCUST.cpy
      *   RPTSNAP.INV  INVENTORY             CPY-SNAPINV.cpy
      *   RPTSNAP.PRC  PRICES                CPY-SNAPPRC.cpy
      *   RPTSNAP.KIT  KIT_COMPONENTS        CPY-SNAPKIT.cpy
      *   Each run rebuilds every file from empty.
      *
      * COMPILE: BINARY(BE) on Linux x86, with COMP5=YES for
      *          Pro*COBOL precompilation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTSNAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-CONTROL-FILE ASSIGN TO "RPTSNAP.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPCTL-STATUS.

           SELECT SNAP-ORDER-FILE ASSIGN TO "RPTSNAP.ORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNO-KEY
               ALTERNATE RECORD KEY IS SNO-CUSTOMER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SNO-ITEM-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SNO-STATUS-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-SNAPORD-STATUS.

           SELECT SNAP-CUSTOMER-FILE ASSIGN TO "RPTSNAP.CUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNC-CUSTOMER-ID
               FILE STATUS IS WS-SNAPCUS-STATUS.

           SELECT SNAP-INVENTORY-FILE ASSIGN TO "RPTSNAP.INV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNI-KEY
               FILE STATUS IS WS-SNAPINV-STATUS.

           SELECT SNAP-PRICE-FILE ASSIGN TO "RPTSNAP.PRC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-ITEM-ID
               FILE STATUS IS WS-SNAPPRC-STATUS.

           SELECT SNAP-KIT-FILE ASSIGN TO "RPTSNAP.KIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNK-KEY
               FILE STATUS IS WS-SNAPKIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Layout per CPY-SNAPCTL.cpy, written from WORKING-STORAGE.
       FD  SNAPSHOT-CONTROL-FILE.
       01  SNAPSHOT-CONTROL-LINE      PIC X(77).

       FD  SNAP-ORDER-FILE.
           COPY CPY-SNAPORD.

       FD  SNAP-CUSTOMER-FILE.
           COPY CPY-SNAPCUST.

       FD  SNAP-INVENTORY-FILE.
           COPY CPY-SNAPINV.

       FD  SNAP-PRICE-FILE.
           COPY CPY-SNAPPRC.

       FD  SNAP-KIT-FILE.
           COPY CPY-SNAPKIT.

       WORKING-STORAGE SECTION.
       01  WS-SNAPCTL-STATUS          PIC XX.
       01  WS-SNAPORD-STATUS          PIC XX.
       01  WS-SNAPCUS-STATUS          PIC XX.
       01  WS-SNAPINV-STATUS          PIC XX.
       01  WS-SNAPPRC-STATUS          PIC XX.
       01  WS-SNAPKIT-STATUS          PIC XX.

           COPY CPY-SNAPCTL.

           COPY CPY-BUSDATE.

           EXEC SQL INCLUDE SQLCA5 END-EXEC.

      *> Oracle host variables — COMP-5 integers, COMP-3 money, the
      *> suite convention (see SAFE01.cob on packed decimal).
       01  WS-ORA-TAKEN-AT            PIC X(14) VALUE SPACES.
       01  WS-ORA-ORDER-ID            PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-CUSTOMER-ID         PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-CUSTOMER-NULL       PIC X(1) VALUE SPACE.
       01  WS-ORA-ITEM-ID             PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-ORDER-STATUS        PIC X(1) VALUE SPACE.
       01  WS-ORA-ORDER-DATE          PIC X(8) VALUE SPACES.
       01  WS-ORA-QUANTITY            PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-SHIPPED-QTY         PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-RETURNED-QTY        PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-BILLED-FLAG         PIC X(1) VALUE SPACE.
       01  WS-ORA-PAID-FLAG           PIC X(1) VALUE SPACE.
       01  WS-ORA-SHIP-DATE           PIC X(8) VALUE SPACES.
       01  WS-ORA-UNIT-PRICE          PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-ORA-CREDIT-LIMIT        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ORA-WAREHOUSE-ID        PIC X(2) VALUE SPACES.
       01  WS-ORA-QUANTITY-START      PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-QUANTITY-ON-HAND    PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-TRANSIT-COUNT       PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-COMPONENT-ID        PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-COMPONENT-QTY       PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-TRANSIT-QTY         PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-HB-LOW              PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-HB-HIGH             PIC S9(9) COMP-5 VALUE 0.

           COPY CPY-HRTBEAT.

      *> Line and row numbering within the order in flight — see
      *> CPY-SNAPORD.cpy and CPY-SNAPINV.cpy on the keys.
       01  WS-LAST-ORDER-ID           PIC S9(9) COMP-5 VALUE -1.
       01  WS-LINE-SEQ                PIC 9(5) VALUE ZERO.
       01  WS-ROW-SEQ                 PIC 9(9) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ORDER-LINES         PIC 9(9) VALUE ZERO.
           05  WS-CUSTOMERS           PIC 9(9) VALUE ZERO.
           05  WS-INVENTORY-ROWS      PIC 9(9) VALUE ZERO.
           05  WS-PRICES              PIC 9(9) VALUE ZERO.
           05  WS-KIT-ROWS            PIC 9(9) VALUE ZERO.

       01  WS-ORACLE-ERROR-SW         PIC X VALUE "N".
           88  WS-ORACLE-ERROR        VALUE "Y".
      *> A snapshot file that would not open or take a record — the
      *> snapshot is no more usable than after an Oracle failure.
       01  WS-FILE-ERROR-SW           PIC X VALUE "N".
           88  WS-FILE-ERROR          VALUE "Y".
       01  WS-SCAN-DONE-SW            PIC X VALUE "N".
           88  WS-SCAN-DONE           VALUE "Y".
       01  WS-FAILED-SQLCODE          PIC S9(9) COMP-5 VALUE 0.
       01  WS-RL-SQLCODE              PIC -(9)9.

      *> Every ORDERS line, one order's lines together, priced the
      *> way CREDRPT.cob values exposure: the customer's unexpired
      *> contract price, else the list price, else zero.
           EXEC SQL
               DECLARE SNAP-ORDERS-CURSOR CURSOR FOR
                   SELECT O.ORDER_ID,
                          NVL(O.CUSTOMER_ID, 0),
                          CASE WHEN O.CUSTOMER_ID IS NULL
                               THEN 'Y' ELSE 'N' END,
                          NVL(O.ITEM_ID, 0),
                          NVL(O.ORDER_STATUS, ' '),
                          NVL(TO_CHAR(O.ORDER_DATE, 'YYYYMMDD'),
                              '00000000'),
                          NVL(O.QUANTITY, 0),
                          NVL(O.SHIPPED_QUANTITY, 0),
                          NVL(O.RETURNED_QUANTITY, 0),
                          NVL(O.BILLED_FLAG, 'N'),
                          NVL(O.PAID_FLAG, 'N'),
                          NVL((SELECT K.CONTRACT_PRICE
                                 FROM CONTRACT_PRICES K
                                WHERE K.CUSTOMER_ID = O.CUSTOMER_ID
                                  AND K.ITEM_ID = O.ITEM_ID
                                  AND NVL(K.EXPIRY_DATE, SYSDATE)
                                      >= TRUNC(SYSDATE)),
                              NVL(P.UNIT_PRICE, 0)),
                          NVL(TO_CHAR(O.REQUESTED_SHIP_DATE,
                                      'YYYYMMDD'), '00000000')
                   FROM ORDERS O, PRICES P
                   WHERE P.ITEM_ID (+) = O.ITEM_ID
                     AND O.ORDER_ID NOT BETWEEN :WS-ORA-HB-LOW
                                            AND :WS-ORA-HB-HIGH
                   ORDER BY O.ORDER_ID
           END-EXEC.

           EXEC SQL
               DECLARE SNAP-CUSTOMERS-CURSOR CURSOR FOR
                   SELECT CUSTOMER_ID, NVL(CREDIT_LIMIT, 0)
                   FROM CUSTOMERS
           END-EXEC.

           EXEC SQL
               DECLARE SNAP-INVENTORY-CURSOR CURSOR FOR
                   SELECT NVL(ORDER_ID, 0), NVL(ITEM_ID, 0),
                          NVL(WAREHOUSE_ID, '01'),
                          NVL(QUANTITY_START, 0),
                          NVL(QUANTITY_ON_HAND, 0)
                   FROM INVENTORY
                   ORDER BY NVL(ORDER_ID, 0)
           END-EXEC.

           EXEC SQL
               DECLARE SNAP-PRICES-CURSOR CURSOR FOR
                   SELECT ITEM_ID, NVL(UNIT_PRICE, 0)
                   FROM PRICES
           END-EXEC.

           EXEC SQL
               DECLARE SNAP-KITS-CURSOR CURSOR FOR
                   SELECT KIT_ITEM_ID, COMPONENT_ITEM_ID,
                          NVL(COMPONENT_QUANTITY, 0)
                   FROM KIT_COMPONENTS
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE HB-ORDER-ID-LOW TO WS-ORA-HB-LOW
           MOVE HB-ORDER-ID-HIGH TO WS-ORA-HB-HIGH
           SET BDT-GET-DATES TO TRUE
           CALL "BUSDATE" USING BDT-FUNCTION BDT-BUSINESS-DATE
                                BDT-PRIOR-DATE BDT-FROM-DATE
                                BDT-TO-DATE BDT-DAYS
           PERFORM BEGIN-SNAPSHOT-TRANSACTION
           IF NOT WS-ORACLE-ERROR
               PERFORM WRITE-CONTROL-IN-PROGRESS
               PERFORM OPEN-SNAPSHOT-FILES
               PERFORM EXTRACT-SNAPSHOT-TABLES
               PERFORM CLOSE-SNAPSHOT-FILES
           END-IF
           PERFORM END-SNAPSHOT-TRANSACTION
           IF NOT WS-ORACLE-ERROR AND NOT WS-FILE-ERROR
               PERFORM WRITE-CONTROL-COMPLETE
               DISPLAY "RPTSNAP snapshot taken " WS-ORA-TAKEN-AT
                   ": " WS-ORDER-LINES " order line(s), "
                   WS-CUSTOMERS " customer(s), "
                   WS-INVENTORY-ROWS " inventory row(s), "
                   WS-PRICES " price(s), "
                   WS-KIT-ROWS " kit component(s)"
           ELSE
               MOVE WS-FAILED-SQLCODE TO WS-RL-SQLCODE
               DISPLAY "RPTSNAP: SNAPSHOT NOT COMPLETED — SQLCODE "
                   WS-RL-SQLCODE " FILE STATUS " WS-SNAPORD-STATUS
                   "/" WS-SNAPCUS-STATUS "/" WS-SNAPINV-STATUS
                   "/" WS-SNAPPRC-STATUS "/" WS-SNAPKIT-STATUS
           END-IF

      *> Step outcome for NIGHTRUN.cob and the scheduler: 0 a
      *> complete snapshot, 8 none the reports may use.
           EVALUATE TRUE
               WHEN WS-ORACLE-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FILE-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *> READ ONLY gives every query until the COMMIT the same
      *> read-consistent view: the tables as they stood at this
      *> statement, whatever the lookup path writes meanwhile. The
      *> clock is read inside the transaction, so the timestamp the
      *> reports print is the instant the data describes.
       BEGIN-SNAPSHOT-TRANSACTION.
           EXEC SQL
               SET TRANSACTION READ ONLY
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                   SELECT TO_CHAR(SYSDATE, 'YYYYMMDDHH24MISS')
                     INTO :WS-ORA-TAKEN-AT
                     FROM DUAL
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-FAILED-SQLCODE
               SET WS-ORACLE-ERROR TO TRUE
           END-IF.

      *> Each table only if everything before it went in whole —
      *> past the first failure the snapshot is unusable anyway.
       EXTRACT-SNAPSHOT-TABLES.
           IF NOT WS-ORACLE-ERROR AND NOT WS-FILE-ERROR
               PERFORM EXTRACT-ORDERS
           END-IF
           IF NOT WS-ORACLE-ERROR AND NOT WS-FILE-ERROR
               PERFORM EXTRACT-CUSTOMERS
           END-IF
           IF NOT WS-ORACLE-ERROR AND NOT WS-FILE-ERROR
               PERFORM EXTRACT-INVENTORY
           END-IF
           IF NOT WS-ORACLE-ERROR AND NOT WS-FILE-ERROR
               PERFORM EXTRACT-PRICES
           END-IF
           IF NOT WS-ORACLE-ERROR AND NOT WS-FILE-ERROR
               PERFORM EXTRACT-KIT-COMPONENTS
           END-IF
           IF NOT WS-ORACLE-ERROR AND NOT WS-FILE-ERROR
               PERFORM MEASURE-STOCK-IN-TRANSIT
           END-IF.

       END-SNAPSHOT-TRANSACTION.
           EXEC SQL
               COMMIT
           END-EXEC.

       WRITE-CONTROL-IN-PROGRESS.
           MOVE SPACES TO SNAPSHOT-CONTROL-RECORD
           SET SNX-IN-PROGRESS TO TRUE
           MOVE WS-ORA-TAKEN-AT TO SNX-TAKEN-AT
           MOVE BDT-BUSINESS-DATE TO SNX-BUSINESS-DATE
           MOVE ZEROS TO SNX-ORDER-LINES SNX-CUSTOMERS
                         SNX-INVENTORY-ROWS SNX-PRICES
                         SNX-TRANSIT-COUNT SNX-TRANSIT-QTY
           PERFORM REWRITE-CONTROL-FILE.

       WRITE-CONTROL-COMPLETE.
           SET SNX-COMPLETE TO TRUE
           MOVE WS-ORA-TAKEN-AT TO SNX-TAKEN-AT
           MOVE BDT-BUSINESS-DATE TO SNX-BUSINESS-DATE
           MOVE WS-ORDER-LINES TO SNX-ORDER-LINES
           MOVE WS-CUSTOMERS TO SNX-CUSTOMERS
           MOVE WS-INVENTORY-ROWS TO SNX-INVENTORY-ROWS
           MOVE WS-PRICES TO SNX-PRICES
           MOVE WS-ORA-TRANSIT-COUNT TO SNX-TRANSIT-COUNT
           MOVE WS-ORA-TRANSIT-QTY TO SNX-TRANSIT-QTY
           PERFORM REWRITE-CONTROL-FILE.

       REWRITE-CONTROL-FILE.
           OPEN OUTPUT SNAPSHOT-CONTROL-FILE
           IF WS-SNAPCTL-STATUS = "00"
               WRITE SNAPSHOT-CONTROL-LINE
                   FROM SNAPSHOT-CONTROL-RECORD
               CLOSE SNAPSHOT-CONTROL-FILE
           ELSE
               SET WS-FILE-ERROR TO TRUE
           END-IF.

      *> OPEN OUTPUT empties each file, so a rebuild never mixes
      *> tonight's rows with last night's.
       OPEN-SNAPSHOT-FILES.
           OPEN OUTPUT SNAP-ORDER-FILE
           OPEN OUTPUT SNAP-CUSTOMER-FILE
           OPEN OUTPUT SNAP-INVENTORY-FILE
           OPEN OUTPUT SNAP-PRICE-FILE
           OPEN OUTPUT SNAP-KIT-FILE
           IF WS-SNAPORD-STATUS NOT = "00"
                   OR WS-SNAPCUS-STATUS NOT = "00"
                   OR WS-SNAPINV-STATUS NOT = "00"
                   OR WS-SNAPPRC-STATUS NOT = "00"
                   OR WS-SNAPKIT-STATUS NOT = "00"
               SET WS-FILE-ERROR TO TRUE
           END-IF.

       CLOSE-SNAPSHOT-FILES.
           CLOSE SNAP-ORDER-FILE
           CLOSE SNAP-CUSTOMER-FILE
           CLOSE SNAP-INVENTORY-FILE
           CLOSE SNAP-PRICE-FILE
           CLOSE SNAP-KIT-FILE.

       EXTRACT-ORDERS.
           MOVE "N" TO WS-SCAN-DONE-SW
           EXEC SQL
               OPEN SNAP-ORDERS-CURSOR
           END-EXEC
           IF SQLCODE = 0
               PERFORM EXTRACT-ONE-ORDER-LINE UNTIL WS-SCAN-DONE
               EXEC SQL
                   CLOSE SNAP-ORDERS-CURSOR
               END-EXEC
           ELSE
               MOVE SQLCODE TO WS-FAILED-SQLCODE
               SET WS-ORACLE-ERROR TO TRUE
           END-IF.

       EXTRACT-ONE-ORDER-LINE.
           EXEC SQL
               FETCH SNAP-ORDERS-CURSOR
               INTO :WS-ORA-ORDER-ID,
                    :WS-ORA-CUSTOMER-ID,
                    :WS-ORA-CUSTOMER-NULL,
                    :WS-ORA-ITEM-ID,
                    :WS-ORA-ORDER-STATUS,
                    :WS-ORA-ORDER-DATE,
                    :WS-ORA-QUANTITY,
                    :WS-ORA-SHIPPED-QTY,
                    :WS-ORA-RETURNED-QTY,
                    :WS-ORA-BILLED-FLAG,
                    :WS-ORA-PAID-FLAG,
                    :WS-ORA-UNIT-PRICE,
                    :WS-ORA-SHIP-DATE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   PERFORM WRITE-ORDER-LINE
               WHEN SQLCODE = 100
                   SET WS-SCAN-DONE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-FAILED-SQLCODE
                   SET WS-ORACLE-ERROR TO TRUE
                   SET WS-SCAN-DONE TO TRUE
           END-EVALUATE.

       WRITE-ORDER-LINE.
           IF WS-ORA-ORDER-ID NOT = WS-LAST-ORDER-ID
               MOVE WS-ORA-ORDER-ID TO WS-LAST-ORDER-ID
               MOVE ZERO TO WS-LINE-SEQ
           END-IF
           ADD 1 TO WS-LINE-SEQ
           MOVE WS-ORA-ORDER-ID TO SNO-ORDER-ID
           MOVE WS-LINE-SEQ TO SNO-LINE-SEQ
           MOVE WS-ORA-CUSTOMER-ID TO SNO-CUSTOMER-ID
           MOVE WS-ORA-ITEM-ID TO SNO-ITEM-ID
           MOVE WS-ORA-ORDER-STATUS TO SNO-ORDER-STATUS
           IF WS-ORA-ORDER-DATE NUMERIC
               MOVE WS-ORA-ORDER-DATE TO SNO-ORDER-DATE
           ELSE
               MOVE ZEROS TO SNO-ORDER-DATE
           END-IF
           MOVE WS-ORA-CUSTOMER-NULL TO SNO-CUSTOMER-NULL-SW
           MOVE WS-ORA-QUANTITY TO SNO-QUANTITY
           MOVE WS-ORA-SHIPPED-QTY TO SNO-SHIPPED-QTY
           MOVE WS-ORA-RETURNED-QTY TO SNO-RETURNED-QTY
           MOVE WS-ORA-BILLED-FLAG TO SNO-BILLED-FLAG
           MOVE WS-ORA-PAID-FLAG TO SNO-PAID-FLAG
           MOVE WS-ORA-UNIT-PRICE TO SNO-UNIT-PRICE
           IF WS-ORA-SHIP-DATE NUMERIC
               MOVE WS-ORA-SHIP-DATE TO SNO-SHIP-DATE
           ELSE
               MOVE ZEROS TO SNO-SHIP-DATE
           END-IF
           WRITE SNAP-ORDER-RECORD
               INVALID KEY
                   SET WS-FILE-ERROR TO TRUE
                   SET WS-SCAN-DONE TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-ORDER-LINES
           END-WRITE.

       EXTRACT-CUSTOMERS.
           MOVE "N" TO WS-SCAN-DONE-SW
           EXEC SQL
               OPEN SNAP-CUSTOMERS-CURSOR
           END-EXEC
           IF SQLCODE = 0
               PERFORM EXTRACT-ONE-CUSTOMER UNTIL WS-SCAN-DONE
               EXEC SQL
                   CLOSE SNAP-CUSTOMERS-CURSOR
               END-EXEC
           ELSE
               MOVE SQLCODE TO WS-FAILED-SQLCODE
               SET WS-ORACLE-ERROR TO TRUE
           END-IF.

       EXTRACT-ONE-CUSTOMER.
           EXEC SQL
               FETCH SNAP-CUSTOMERS-CURSOR
               INTO :WS-ORA-CUSTOMER-ID,
                    :WS-ORA-CREDIT-LIMIT
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE WS-ORA-CUSTOMER-ID TO SNC-CUSTOMER-ID
                   MOVE WS-ORA-CREDIT-LIMIT TO SNC-CREDIT-LIMIT
                   WRITE SNAP-CUSTOMER-RECORD
                       INVALID KEY
                           SET WS-FILE-ERROR TO TRUE
                           SET WS-SCAN-DONE TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO WS-CUSTOMERS
                   END-WRITE
               WHEN SQLCODE = 100
                   SET WS-SCAN-DONE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-FAILED-SQLCODE
                   SET WS-ORACLE-ERROR TO TRUE
                   SET WS-SCAN-DONE TO TRUE
           END-EVALUATE.

       EXTRACT-INVENTORY.
           MOVE "N" TO WS-SCAN-DONE-SW
           MOVE -1 TO WS-LAST-ORDER-ID
           EXEC SQL
               OPEN SNAP-INVENTORY-CURSOR
           END-EXEC
           IF SQLCODE = 0
               PERFORM EXTRACT-ONE-INVENTORY-ROW UNTIL WS-SCAN-DONE
               EXEC SQL
                   CLOSE SNAP-INVENTORY-CURSOR
               END-EXEC
           ELSE
               MOVE SQLCODE TO WS-FAILED-SQLCODE
               SET WS-ORACLE-ERROR TO TRUE
           END-IF.

       EXTRACT-ONE-INVENTORY-ROW.
           EXEC SQL
               FETCH SNAP-INVENTORY-CURSOR
               INTO :WS-ORA-ORDER-ID,
                    :WS-ORA-ITEM-ID,
                    :WS-ORA-WAREHOUSE-ID,
                    :WS-ORA-QUANTITY-START,
                    :WS-ORA-QUANTITY-ON-HAND
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   PERFORM WRITE-INVENTORY-ROW
               WHEN SQLCODE = 100
                   SET WS-SCAN-DONE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-FAILED-SQLCODE
                   SET WS-ORACLE-ERROR TO TRUE
                   SET WS-SCAN-DONE TO TRUE
           END-EVALUATE.

       WRITE-INVENTORY-ROW.
           IF WS-ORA-ORDER-ID NOT = WS-LAST-ORDER-ID
               MOVE WS-ORA-ORDER-ID TO WS-LAST-ORDER-ID
               MOVE ZERO TO WS-ROW-SEQ
           END-IF
           ADD 1 TO WS-ROW-SEQ
           MOVE WS-ORA-ORDER-ID TO SNI-ORDER-ID
           MOVE WS-ROW-SEQ TO SNI-ROW-SEQ
           MOVE WS-ORA-ITEM-ID TO SNI-ITEM-ID
           MOVE WS-ORA-WAREHOUSE-ID TO SNI-WAREHOUSE-ID
           MOVE WS-ORA-QUANTITY-START TO SNI-QUANTITY-START
           MOVE WS-ORA-QUANTITY-ON-HAND TO SNI-QUANTITY-ON-HAND
           WRITE SNAP-INVENTORY-RECORD
               INVALID KEY
                   SET WS-FILE-ERROR TO TRUE
                   SET WS-SCAN-DONE TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-INVENTORY-ROWS
           END-WRITE.

       EXTRACT-PRICES.
           MOVE "N" TO WS-SCAN-DONE-SW
           EXEC SQL
               OPEN SNAP-PRICES-CURSOR
           END-EXEC
           IF SQLCODE = 0
               PERFORM EXTRACT-ONE-PRICE UNTIL WS-SCAN-DONE
               EXEC SQL
                   CLOSE SNAP-PRICES-CURSOR
               END-EXEC
           ELSE
               MOVE SQLCODE TO WS-FAILED-SQLCODE
               SET WS-ORACLE-ERROR TO TRUE
           END-IF.

       EXTRACT-ONE-PRICE.
           EXEC SQL
               FETCH SNAP-PRICES-CURSOR
               INTO :WS-ORA-ITEM-ID,
                    :WS-ORA-UNIT-PRICE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE WS-ORA-ITEM-ID TO SNP-ITEM-ID
                   MOVE WS-ORA-UNIT-PRICE TO SNP-UNIT-PRICE
                   WRITE SNAP-PRICE-RECORD
                       INVALID KEY
                           SET WS-FILE-ERROR TO TRUE
                           SET WS-SCAN-DONE TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO WS-PRICES
                   END-WRITE
               WHEN SQLCODE = 100
                   SET WS-SCAN-DONE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-FAILED-SQLCODE
                   SET WS-ORACLE-ERROR TO TRUE
                   SET WS-SCAN-DONE TO TRUE
           END-EVALUATE.

      *> The kit structure INVRECON.cob explodes kit lines by — the
      *> same rows the reservation exploded them by.
       EXTRACT-KIT-COMPONENTS.
           MOVE "N" TO WS-SCAN-DONE-SW
           EXEC SQL
               OPEN SNAP-KITS-CURSOR
           END-EXEC
           IF SQLCODE = 0
               PERFORM EXTRACT-ONE-KIT-COMPONENT UNTIL WS-SCAN-DONE
               EXEC SQL
                   CLOSE SNAP-KITS-CURSOR
               END-EXEC
           ELSE
               MOVE SQLCODE TO WS-FAILED-SQLCODE
               SET WS-ORACLE-ERROR TO TRUE
           END-IF.

       EXTRACT-ONE-KIT-COMPONENT.
           EXEC SQL
               FETCH SNAP-KITS-CURSOR
               INTO :WS-ORA-ITEM-ID,
                    :WS-ORA-COMPONENT-ID,
                    :WS-ORA-COMPONENT-QTY
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE WS-ORA-ITEM-ID TO SNK-KIT-ITEM-ID
                   MOVE WS-ORA-COMPONENT-ID TO SNK-COMPONENT-ID
                   MOVE WS-ORA-COMPONENT-QTY TO SNK-COMPONENT-QTY
                   WRITE SNAP-KIT-RECORD
                       INVALID KEY
                           SET WS-FILE-ERROR TO TRUE
                           SET WS-SCAN-DONE TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO WS-KIT-ROWS
                   END-WRITE
               WHEN SQLCODE = 100
                   SET WS-SCAN-DONE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-FAILED-SQLCODE
                   SET WS-ORACLE-ERROR TO TRUE
                   SET WS-SCAN-DONE TO TRUE
           END-EVALUATE.

      *> Same query INVRECON.cob used to run for itself, now taken
      *> at the snapshot's instant with everything else.
       MEASURE-STOCK-IN-TRANSIT.
           MOVE 0 TO WS-ORA-TRANSIT-COUNT
           MOVE 0 TO WS-ORA-TRANSIT-QTY
           EXEC SQL
               SELECT COUNT(*), NVL(SUM(QUANTITY_SENT), 0)
                 INTO :WS-ORA-TRANSIT-COUNT, :WS-ORA-TRANSIT-QTY
                 FROM STOCK_TRANSFERS
                WHERE TRANSFER_STATUS = 'T'
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-FAILED-SQLCODE
               SET WS-ORACLE-ERROR TO TRUE
           END-IF.
