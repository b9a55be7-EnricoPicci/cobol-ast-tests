      *   ITEM_ID in the pricing join, the column is assumed on the
      *   table without being part of CPY-ORDERS.
      *
      *   Stock moving between sites (INVXFER.cob) never disturbs
      *   the comparison: a transfer moves the sending and receiving
      *   rows' QUANTITY_START with their QUANTITY_ON_HAND, exactly
      *   as INVRECPT.cob does for receipts. Stock in transit is on
      *   no site's row at all, so its total is reported alongside
      *   — site stock plus in-transit stock is the whole book.
      *
      *   A kit line (an item with KIT_COMPONENTS rows — see
      *   SAFE02-CALLED.cob) never moves the order's own row: the
      *   reservation takes it off the kit's components at the
      *   order's routed site. Its quantity is left out of the
      *   order's expected decrement (so a kit row driven down the
      *   old way shows up as discrepant) and exploded instead into
      *   each component's expected decrement at that site, summed
      *   over the day's kit orders. Each component's stock row
      *   (INVENTORY by ITEM_ID and site, no ORDER_ID) is then
      *   measured against the same QUANTITY_START baseline, and a
      *   component whose movement differs from what the day's kits
      *   explain is reported discrepant too — a kit release,
      *   cancellation or restock of an earlier day's order lands
      *   there as well, and is for the reader to account for.
      *
      *   ORDERS, INVENTORY and the in-transit total are read from the
      *   night's reporting snapshot (RPTSNAP.cob), not live Oracle:
      *   both sides of every comparison come from the same instant,
      *   printed at the top of the report, and a morning rerun adds
      *   no load to the lookup path. A missing or unfinished
      *   snapshot reconciles nothing (RC 8).
      *
      *   Business date is the one the snapshot was taken for
      *   (SNX-BUSINESS-DATE in RPTSNAP.CTL) — RPTSNAP runs in
      *   NIGHTRUN just before DAYROLL rolls BUSDATE.cob's date, so
      *   the date BUSDATE holds at any other hour would pair one
      *   day's orders with another day's snapshot. INVRECON_DATE
      *   overrides it for a re-run over an earlier day (same
      *   convention as ORDDAILY.cob). Only with no readable control
      *   record does it fall back to BUSDATE.cob's date, for the
      *   heading of a report that then reconciles nothing.
      *
      * OUTPUT: INVRECON.RPT — one line per discrepant order, one
      *         per kit component moved, plus summary counts.
      *
      * COMPILE: BINARY(BE) on Linux x86.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVRECON.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *> The reporting snapshot — see RPTSNAP.cob.
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

           SELECT SNAP-INVENTORY-FILE ASSIGN TO "RPTSNAP.INV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNI-KEY
               FILE STATUS IS WS-SNAPINV-STATUS.

           SELECT SNAP-KIT-FILE ASSIGN TO "RPTSNAP.KIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNK-KEY
               FILE STATUS IS WS-SNAPKIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE          PIC X(132).

      *> Layout per CPY-SNAPCTL.cpy, read into WORKING-STORAGE.
       FD  SNAPSHOT-CONTROL-FILE.
       01  SNAPSHOT-CONTROL-LINE      PIC X(77).

       FD  SNAP-ORDER-FILE.
           COPY CPY-SNAPORD.

       FD  SNAP-INVENTORY-FILE.
           COPY CPY-SNAPINV.

       FD  SNAP-KIT-FILE.
           COPY CPY-SNAPKIT.

       WORKING-STORAGE SECTION.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-SNAPCTL-STATUS          PIC XX.
       01  WS-SNAPORD-STATUS          PIC XX.
       01  WS-SNAPINV-STATUS          PIC XX.
       01  WS-SNAPKIT-STATUS          PIC XX.

       01  WS-BUSINESS-DATE           PIC X(8).

           COPY CPY-BUSDATE.

           COPY CPY-SNAPCTL.

       01  WS-SNAPSHOT-USABLE-SW      PIC X VALUE "N".
           88  WS-SNAPSHOT-USABLE     VALUE "Y".
       01  WS-SNAPSHOT-TAKEN          PIC X(19).

      *> The order in flight — its lines arrive together in the
      *> snapshot's primary key order.
       01  WS-ORDER-ID                PIC 9(9) VALUE ZEROS.
       01  WS-ORDER-IN-FLIGHT-SW      PIC X VALUE "N".
           88  WS-ORDER-IN-FLIGHT     VALUE "Y".
       01  WS-ORDER-QUALIFIES-SW      PIC X VALUE "N".
           88  WS-ORDER-QUALIFIES     VALUE "Y".
       01  WS-EXPECTED-DEC            PIC S9(9) COMP-5 VALUE 0.
       01  WS-ACTUAL-DEC              PIC S9(9) COMP-5 VALUE 0.
       01  WS-MOVEMENT                PIC S9(9) COMP-5 VALUE 0.
       01  WS-ROWS-FOUND-SW           PIC X VALUE "N".
           88  WS-ROWS-FOUND          VALUE "Y".
       01  WS-ROWS-DONE-SW            PIC X VALUE "N".
           88  WS-ROWS-DONE           VALUE "Y".
       01  WS-TRANSIT-COUNT           PIC 9(9) VALUE ZERO.

      *> Kit lines of the order in flight, held until its break so
      *> they can be exploded at the order's site — routed, as the
      *> reservation routed it, from the lowest ITEM_ID on the order
      *> through WHROUTE.cob. Fifty lines is the most the lookup
      *> itself will carry for one order.
       01  WS-ORDER-MIN-ITEM          PIC 9(9) VALUE ZEROS.
       01  WS-ROUTE-ITEM-ID           PIC S9(9) COMP VALUE 0.
       01  WS-ROUTE-WAREHOUSE         PIC X(2) VALUE "01".
       01  WS-KIT-LINE-TABLE.
           05  WS-KL-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-KL-ENTRY OCCURS 50 TIMES.
               10  WS-KL-ITEM-ID      PIC 9(9).
               10  WS-KL-QUANTITY     PIC S9(9) COMP-5.
       01  WS-KL-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-IS-KIT-SW               PIC X VALUE "N".
           88  WS-IS-KIT              VALUE "Y".
       01  WS-KIT-DONE-SW             PIC X VALUE "N".
           88  WS-KIT-DONE            VALUE "Y".

      *> Expected and measured movement per component and site,
      *> summed over the business date's kit orders.
       01  WS-KIT-COMPONENT-TABLE.
           05  WS-KC-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-KC-ENTRY OCCURS 2000 TIMES.
               10  WS-KC-ITEM-ID      PIC 9(9).
               10  WS-KC-WAREHOUSE    PIC X(2).
               10  WS-KC-EXPECTED     PIC S9(9) COMP-5.
               10  WS-KC-ACTUAL       PIC S9(9) COMP-5.
       01  WS-KC-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-KC-MATCH-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-KC-NEED                 PIC S9(9) COMP-5 VALUE 0.
       01  WS-FIND-ITEM-ID            PIC 9(9) VALUE ZEROS.
       01  WS-FIND-WAREHOUSE          PIC X(2) VALUE SPACES.
       01  WS-TRANSIT-QTY             PIC 9(9) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ORDERS-CHECKED      PIC 9(9) VALUE ZERO.
           05  WS-ORDERS-MATCHED      PIC 9(9) VALUE ZERO.
           05  WS-ORDERS-DISCREPANT   PIC 9(9) VALUE ZERO.
           05  WS-KIT-LINES-EXPLODED  PIC 9(9) VALUE ZERO.
           05  WS-COMPONENTS-CHECKED  PIC 9(9) VALUE ZERO.
           05  WS-COMPONENTS-DISCREPANT
                                      PIC 9(9) VALUE ZERO.
           05  WS-KIT-OVERFLOW        PIC 9(9) VALUE ZERO.

      *> An unreadable snapshot must not read as "every reservation
      *> reconciled" — same fail-visible convention as ORDRECON.cob.
       01  WS-SNAPSHOT-ERROR-SW       PIC X VALUE "N".
           88  WS-SNAPSHOT-ERROR      VALUE "Y".

       01  WS-SCAN-DONE-SW            PIC X VALUE "N".
           88  WS-SCAN-DONE           VALUE "Y".
           05  WS-RL-EXPECTED         PIC -(8)9.
           05  WS-RL-ACTUAL           PIC -(8)9.
           05  WS-RL-COUNT            PIC Z(8)9.
           05  WS-RL-ITEM-ID          PIC 9(9).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-SNAPSHOT-CONTROL
           PERFORM DETERMINE-BUSINESS-DATE
           PERFORM OPEN-REPORT
           PERFORM RECONCILE-RESERVED-ORDERS
      *> scheme as ORDCMPR/ORDRECON: 0 clean, 4 discrepancies found,
      *> 8 the scan itself could not be trusted.
           EVALUATE TRUE
               WHEN WS-SNAPSHOT-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ORDERS-DISCREPANT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-COMPONENTS-DISCREPANT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-KIT-OVERFLOW > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
       DETERMINE-BUSINESS-DATE.
           ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT "INVRECON_DATE"
           IF WS-BUSINESS-DATE = SPACES
                   AND WS-SNAPSHOT-TAKEN NOT = "(NONE)"
                   AND SNX-BUSINESS-DATE NUMERIC
               MOVE SNX-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF
           IF WS-BUSINESS-DATE = SPACES
               SET BDT-GET-DATES TO TRUE
               CALL "BUSDATE" USING BDT-FUNCTION BDT-BUSINESS-DATE
                                    BDT-PRIOR-DATE BDT-FROM-DATE
                                    BDT-TO-DATE BDT-DAYS
               MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF.

       OPEN-REPORT.
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           STRING "SNAPSHOT TAKEN: " DELIMITED BY SIZE
                  WS-SNAPSHOT-TAKEN  DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE
           MOVE "ORDER-ID   EXPECTED-DEC  ACTUAL-DEC  FLAG"
               TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
       CLOSE-REPORT.
           CLOSE RECON-REPORT-FILE.

      *> Every snapshot line in order sequence, totalled per order.
      *> The statuses downstream of RESERVED ("W" sent-to-warehouse,
      *> "P" partially shipped, "S" shipped — see CPY-ORDSTAT.cpy)
      *> count too: those orders decremented INVENTORY when they were
      *> reserved, and the shipment feed must not hide them from the
      *> night's reconciliation.
       RECONCILE-RESERVED-ORDERS.
           IF NOT WS-SNAPSHOT-USABLE
               SET WS-SNAPSHOT-ERROR TO TRUE
           ELSE
      *> Informational, never a discrepancy — in-transit stock is
      *> accounted for by its STOCK_TRANSFERS row until it lands.
               MOVE SNX-TRANSIT-COUNT TO WS-TRANSIT-COUNT
               MOVE SNX-TRANSIT-QTY TO WS-TRANSIT-QTY
               OPEN INPUT SNAP-ORDER-FILE
               OPEN INPUT SNAP-INVENTORY-FILE
               OPEN INPUT SNAP-KIT-FILE
               IF WS-SNAPORD-STATUS = "00"
                       AND WS-SNAPINV-STATUS = "00"
                       AND WS-SNAPKIT-STATUS = "00"
                   PERFORM READ-ONE-ORDER-LINE UNTIL WS-SCAN-DONE
      *> Flush the last order — the break only fires on a change.
                   IF WS-ORDER-IN-FLIGHT
                       PERFORM CHECK-ONE-RESERVED-ORDER
                   END-IF
                   PERFORM RECONCILE-KIT-COMPONENTS
               ELSE
                   SET WS-SNAPSHOT-ERROR TO TRUE
               END-IF
               CLOSE SNAP-ORDER-FILE
               CLOSE SNAP-INVENTORY-FILE
               CLOSE SNAP-KIT-FILE
           END-IF.

      *> A status past "10" (end of file) is a read that failed, not
      *> the end of the orders.
       READ-ONE-ORDER-LINE.
           READ SNAP-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF WS-ORDER-IN-FLIGHT
                           AND SNO-ORDER-ID NOT = WS-ORDER-ID
                       PERFORM CHECK-ONE-RESERVED-ORDER
                   END-IF
                   IF NOT WS-ORDER-IN-FLIGHT
                       MOVE "Y" TO WS-ORDER-IN-FLIGHT-SW
                       MOVE SNO-ORDER-ID TO WS-ORDER-ID
                       MOVE "N" TO WS-ORDER-QUALIFIES-SW
                       MOVE 0 TO WS-EXPECTED-DEC
                       MOVE 0 TO WS-KL-COUNT
                       MOVE SNO-ITEM-ID TO WS-ORDER-MIN-ITEM
                   END-IF
                   IF SNO-ITEM-ID < WS-ORDER-MIN-ITEM
                       MOVE SNO-ITEM-ID TO WS-ORDER-MIN-ITEM
                   END-IF
                   PERFORM ADD-ONE-RESERVED-LINE
           END-READ
           IF WS-SNAPORD-STATUS > "10"
               SET WS-SNAPSHOT-ERROR TO TRUE
               SET WS-SCAN-DONE TO TRUE
           END-IF.

      *> The decrement a reserved line on the business date says
      *> should have happened.
       ADD-ONE-RESERVED-LINE.
           IF SNO-ORDER-DATE = WS-BUSINESS-DATE
               EVALUATE SNO-ORDER-STATUS
                   WHEN "R"
                   WHEN "W"
                   WHEN "P"
                   WHEN "S"
                       SET WS-ORDER-QUALIFIES TO TRUE
                       PERFORM CHECK-KIT-ITEM
                       IF WS-IS-KIT
                           PERFORM HOLD-KIT-LINE
                       ELSE
                           ADD SNO-QUANTITY TO WS-EXPECTED-DEC
                       END-IF
               END-EVALUATE
           END-IF.

      *> An item is a kit when the snapshot holds any component row
      *> under it.
       CHECK-KIT-ITEM.
           MOVE "N" TO WS-IS-KIT-SW
           MOVE SNO-ITEM-ID TO SNK-KIT-ITEM-ID
           MOVE ZEROS TO SNK-COMPONENT-ID
           START SNAP-KIT-FILE
               KEY IS GREATER THAN OR EQUAL TO SNK-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ SNAP-KIT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SNK-KIT-ITEM-ID = SNO-ITEM-ID
                               SET WS-IS-KIT TO TRUE
                           END-IF
                   END-READ
           END-START.

       HOLD-KIT-LINE.
           IF WS-KL-COUNT < 50
               ADD 1 TO WS-KL-COUNT
               MOVE SNO-ITEM-ID TO WS-KL-ITEM-ID (WS-KL-COUNT)
               MOVE SNO-QUANTITY TO WS-KL-QUANTITY (WS-KL-COUNT)
           ELSE
               ADD 1 TO WS-KIT-OVERFLOW
           END-IF.

       CHECK-ONE-RESERVED-ORDER.
           IF WS-ORDER-QUALIFIES
               ADD 1 TO WS-ORDERS-CHECKED
               PERFORM MEASURE-ORDER-MOVEMENT
               IF WS-EXPECTED-DEC = WS-ACTUAL-DEC
                   ADD 1 TO WS-ORDERS-MATCHED
               ELSE
                   ADD 1 TO WS-ORDERS-DISCREPANT
                   PERFORM WRITE-DISCREPANCY-LINE
               END-IF
               IF WS-KL-COUNT > 0
                   PERFORM EXPLODE-ORDER-KIT-LINES
               END-IF
           END-IF
           MOVE "N" TO WS-ORDER-IN-FLIGHT-SW.

       EXPLODE-ORDER-KIT-LINES.
           MOVE WS-ORDER-MIN-ITEM TO WS-ROUTE-ITEM-ID
           MOVE "01" TO WS-ROUTE-WAREHOUSE
           CALL "WHROUTE" USING
               WS-ROUTE-ITEM-ID
               WS-ROUTE-WAREHOUSE
           PERFORM EXPLODE-ONE-KIT-LINE
               VARYING WS-KL-IDX FROM 1 BY 1
               UNTIL WS-KL-IDX > WS-KL-COUNT.

       EXPLODE-ONE-KIT-LINE.
           ADD 1 TO WS-KIT-LINES-EXPLODED
           MOVE "N" TO WS-KIT-DONE-SW
           MOVE WS-KL-ITEM-ID (WS-KL-IDX) TO SNK-KIT-ITEM-ID
           MOVE ZEROS TO SNK-COMPONENT-ID
           START SNAP-KIT-FILE
               KEY IS GREATER THAN OR EQUAL TO SNK-KEY
               INVALID KEY
                   SET WS-KIT-DONE TO TRUE
           END-START
           PERFORM EXPLODE-ONE-COMPONENT UNTIL WS-KIT-DONE.

       EXPLODE-ONE-COMPONENT.
           READ SNAP-KIT-FILE NEXT RECORD
               AT END
                   SET WS-KIT-DONE TO TRUE
               NOT AT END
                   IF SNK-KIT-ITEM-ID NOT = WS-KL-ITEM-ID (WS-KL-IDX)
                       SET WS-KIT-DONE TO TRUE
                   ELSE
                       COMPUTE WS-KC-NEED =
                           WS-KL-QUANTITY (WS-KL-IDX)
                           * SNK-COMPONENT-QTY
                       END-COMPUTE
                       MOVE SNK-COMPONENT-ID TO WS-FIND-ITEM-ID
                       MOVE WS-ROUTE-WAREHOUSE TO WS-FIND-WAREHOUSE
                       PERFORM FIND-OR-ADD-COMPONENT
                       IF WS-KC-MATCH-IDX > 0
                           ADD WS-KC-NEED
                               TO WS-KC-EXPECTED (WS-KC-MATCH-IDX)
                       END-IF
                   END-IF
           END-READ
           IF WS-SNAPKIT-STATUS > "10"
               SET WS-SNAPSHOT-ERROR TO TRUE
               SET WS-KIT-DONE TO TRUE
           END-IF.

      *> Leaves WS-KC-MATCH-IDX on the entry for WS-FIND-ITEM-ID /
      *> WS-FIND-WAREHOUSE, adding it when new; zero (and counted)
      *> when the table is full.
       FIND-OR-ADD-COMPONENT.
           PERFORM FIND-COMPONENT
           IF WS-KC-MATCH-IDX = 0
               IF WS-KC-COUNT < 2000
                   ADD 1 TO WS-KC-COUNT
                   MOVE WS-KC-COUNT TO WS-KC-MATCH-IDX
                   MOVE WS-FIND-ITEM-ID TO WS-KC-ITEM-ID (WS-KC-COUNT)
                   MOVE WS-FIND-WAREHOUSE
                       TO WS-KC-WAREHOUSE (WS-KC-COUNT)
                   MOVE 0 TO WS-KC-EXPECTED (WS-KC-COUNT)
                   MOVE 0 TO WS-KC-ACTUAL (WS-KC-COUNT)
               ELSE
                   ADD 1 TO WS-KIT-OVERFLOW
               END-IF
           END-IF.

       FIND-COMPONENT.
           MOVE 0 TO WS-KC-MATCH-IDX
           PERFORM MATCH-ONE-COMPONENT
               VARYING WS-KC-IDX FROM 1 BY 1
               UNTIL WS-KC-IDX > WS-KC-COUNT
                  OR WS-KC-MATCH-IDX > 0.

       MATCH-ONE-COMPONENT.
           IF WS-KC-ITEM-ID (WS-KC-IDX) = WS-FIND-ITEM-ID
                   AND WS-KC-WAREHOUSE (WS-KC-IDX) = WS-FIND-WAREHOUSE
               MOVE WS-KC-IDX TO WS-KC-MATCH-IDX
           END-IF.

      *> Component stock rows carry no ORDER_ID, so they file under
      *> order zero in the snapshot — one pass over those measures
      *> every component the day's kits touched.
       RECONCILE-KIT-COMPONENTS.
           IF WS-KC-COUNT > 0
               MOVE "N" TO WS-ROWS-DONE-SW
               MOVE ZEROS TO SNI-ORDER-ID
               MOVE ZEROS TO SNI-ROW-SEQ
               START SNAP-INVENTORY-FILE
                   KEY IS GREATER THAN OR EQUAL TO SNI-KEY
                   INVALID KEY
                       SET WS-ROWS-DONE TO TRUE
               END-START
               PERFORM MEASURE-ONE-COMPONENT-ROW UNTIL WS-ROWS-DONE
               MOVE SPACES TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               MOVE "KIT COMPONENT MOVEMENT" TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               MOVE "  ITEM-ID    SITE   EXPECTED     ACTUAL  FLAG"
                   TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               PERFORM CHECK-ONE-COMPONENT
                   VARYING WS-KC-IDX FROM 1 BY 1
                   UNTIL WS-KC-IDX > WS-KC-COUNT
           END-IF.

       MEASURE-ONE-COMPONENT-ROW.
           READ SNAP-INVENTORY-FILE NEXT RECORD
               AT END
                   SET WS-ROWS-DONE TO TRUE
               NOT AT END
                   IF SNI-ORDER-ID NOT = 0
                       SET WS-ROWS-DONE TO TRUE
                   ELSE
                       MOVE SNI-ITEM-ID TO WS-FIND-ITEM-ID
                       MOVE SNI-WAREHOUSE-ID TO WS-FIND-WAREHOUSE
                       PERFORM FIND-COMPONENT
                       IF WS-KC-MATCH-IDX > 0
                           COMPUTE WS-KC-ACTUAL (WS-KC-MATCH-IDX) =
                               WS-KC-ACTUAL (WS-KC-MATCH-IDX)
                               + SNI-QUANTITY-START
                               - SNI-QUANTITY-ON-HAND
                           END-COMPUTE
                       END-IF
                   END-IF
           END-READ
           IF WS-SNAPINV-STATUS > "10"
               SET WS-SNAPSHOT-ERROR TO TRUE
               SET WS-ROWS-DONE TO TRUE
           END-IF.

       CHECK-ONE-COMPONENT.
           ADD 1 TO WS-COMPONENTS-CHECKED
           MOVE WS-KC-ITEM-ID (WS-KC-IDX) TO WS-RL-ITEM-ID
           MOVE WS-KC-EXPECTED (WS-KC-IDX) TO WS-RL-EXPECTED
           MOVE WS-KC-ACTUAL (WS-KC-IDX) TO WS-RL-ACTUAL
           MOVE SPACES TO RECON-REPORT-LINE
           STRING "  "                      DELIMITED BY SIZE
                  WS-RL-ITEM-ID             DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  WS-KC-WAREHOUSE (WS-KC-IDX) DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  WS-RL-EXPECTED            DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  WS-RL-ACTUAL              DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           IF WS-KC-EXPECTED (WS-KC-IDX) NOT = WS-KC-ACTUAL (WS-KC-IDX)
               ADD 1 TO WS-COMPONENTS-DISCREPANT
               MOVE "  DISCREPANT" TO RECON-REPORT-LINE (38:12)
           END-IF
           WRITE RECON-REPORT-LINE.

      *> The largest movement INVENTORY shows against the order. An
      *> order whose INVENTORY row is missing entirely moves zero —
      *> missing stock rows must show up as discrepancies, not drop
      *> out of the comparison.
       MEASURE-ORDER-MOVEMENT.
           MOVE 0 TO WS-ACTUAL-DEC
           MOVE "N" TO WS-ROWS-FOUND-SW
           MOVE "N" TO WS-ROWS-DONE-SW
           MOVE WS-ORDER-ID TO SNI-ORDER-ID
           MOVE ZEROS TO SNI-ROW-SEQ
           START SNAP-INVENTORY-FILE
               KEY IS GREATER THAN OR EQUAL TO SNI-KEY
               INVALID KEY
                   SET WS-ROWS-DONE TO TRUE
           END-START
           PERFORM READ-ONE-INVENTORY-ROW UNTIL WS-ROWS-DONE.

       READ-ONE-INVENTORY-ROW.
           READ SNAP-INVENTORY-FILE NEXT RECORD
               AT END
                   SET WS-ROWS-DONE TO TRUE
               NOT AT END
                   IF SNI-ORDER-ID NOT = WS-ORDER-ID
                       SET WS-ROWS-DONE TO TRUE
                   ELSE
                       COMPUTE WS-MOVEMENT = SNI-QUANTITY-START
                           - SNI-QUANTITY-ON-HAND
                       END-COMPUTE
                       IF NOT WS-ROWS-FOUND
                               OR WS-MOVEMENT > WS-ACTUAL-DEC
                           MOVE WS-MOVEMENT TO WS-ACTUAL-DEC
                       END-IF
                       SET WS-ROWS-FOUND TO TRUE
                   END-IF
           END-READ
           IF WS-SNAPINV-STATUS > "10"
               SET WS-SNAPSHOT-ERROR TO TRUE
               SET WS-ROWS-DONE TO TRUE
           END-IF.

       WRITE-DISCREPANCY-LINE.
           MOVE WS-ORDER-ID TO WS-RL-ORDER-ID
           MOVE WS-EXPECTED-DEC TO WS-RL-EXPECTED
           MOVE WS-ACTUAL-DEC TO WS-RL-ACTUAL
           MOVE SPACES TO RECON-REPORT-LINE
           STRING WS-RL-ORDER-ID  DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
           END-STRING
           WRITE RECON-REPORT-LINE

           MOVE WS-KIT-LINES-EXPLODED TO WS-RL-COUNT
           MOVE SPACES TO RECON-REPORT-LINE
           STRING "KIT LINES EXPLODED:      " DELIMITED BY SIZE
                  WS-RL-COUNT                 DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE

           MOVE WS-COMPONENTS-CHECKED TO WS-RL-COUNT
           MOVE SPACES TO RECON-REPORT-LINE
           STRING "KIT COMPONENTS CHECKED:  " DELIMITED BY SIZE
                  WS-RL-COUNT                 DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE

           MOVE WS-COMPONENTS-DISCREPANT TO WS-RL-COUNT
           MOVE SPACES TO RECON-REPORT-LINE
           STRING "COMPONENTS DISCREPANT:   " DELIMITED BY SIZE
                  WS-RL-COUNT                 DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE

           IF WS-KIT-OVERFLOW > 0
               MOVE WS-KIT-OVERFLOW TO WS-RL-COUNT
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "KIT LINES NOT EXPLODED:  " DELIMITED BY SIZE
                      WS-RL-COUNT                 DELIMITED BY SIZE
                      " (TABLE FULL)"             DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING
               WRITE RECON-REPORT-LINE
           END-IF

           MOVE WS-TRANSIT-COUNT TO WS-RL-COUNT
           MOVE WS-TRANSIT-QTY TO WS-RL-ACTUAL
           MOVE SPACES TO RECON-REPORT-LINE
           STRING "TRANSFERS IN TRANSIT:    " DELIMITED BY SIZE
                  WS-RL-COUNT                 DELIMITED BY SIZE
                  "  QTY "                    DELIMITED BY SIZE
                  WS-RL-ACTUAL                DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE

      *> The scan could not be trusted — say so instead of letting a
      *> short report read as a clean night.
           IF WS-SNAPSHOT-ERROR
               MOVE SPACES TO RECON-REPORT-LINE
               IF WS-SNAPSHOT-USABLE
                   STRING "ERROR: SNAPSHOT READ FAILED — RESULTS "
                              DELIMITED BY SIZE
                          "PARTIAL, FILE STATUS: " DELIMITED BY SIZE
                          WS-SNAPORD-STATUS  DELIMITED BY SIZE
                          "/"                DELIMITED BY SIZE
                          WS-SNAPINV-STATUS  DELIMITED BY SIZE
                          "/"                DELIMITED BY SIZE
                          WS-SNAPKIT-STATUS  DELIMITED BY SIZE
                       INTO RECON-REPORT-LINE
                   END-STRING
               ELSE
                   MOVE "ERROR: NO USABLE SNAPSHOT — NOTHING CHECKED"
                       TO RECON-REPORT-LINE
               END-IF
               WRITE RECON-REPORT-LINE
           END-IF.

           COPY CPY-SNAPCHK.
