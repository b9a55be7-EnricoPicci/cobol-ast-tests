      ******************************************************************
      * ORDINTEG.cob — Nightly ORDERS Data Integrity Scan
      *
      * PURPOSE:
      *   Every reconciliation checks one thing — PRCRECON.cob finds
      *   missing prices, INVRECON.cob the reservation arithmetic,
      *   ORDRECON.cob the counts against ORDAUDIT — and nothing
      *   looked for ORDERS rows that contradict themselves. This
      *   scan reads every ORDERS row and reports each one that:
      *
      *   HIGH severity (the row cannot be invoiced as it stands):
      *   - names a CUSTOMER_ID that is not on CUSTOMERS (a row with
      *     no customer yet is left to ORDENRCH.cob's unenriched
      *     list, as PRCRECON.cob leaves it);
      *   - has SHIPPED_QUANTITY above QUANTITY;
      *   - has RETURNED_QUANTITY above SHIPPED_QUANTITY;
      *   - is in "S" status with the line not fully shipped;
      *   - belongs to an ORDER_ID whose lines disagree on status
      *     (reported once per order, on its first line).
      *
      *   MEDIUM severity (the order is wrong but not billable yet):
      *   - has an ITEM_ID with no INVENTORY row at the warehouse
      *     WHROUTE.cob routes it to (skipped for "N" rows, which
      *     are not enriched with an item yet);
      *   - is in "W" or "P" status but appears on no request file
      *     in the SHIPCAT.DAT feed catalog (see SHIPFEED.cob) —
      *     the warehouse was told to pick an order it never got.
      *     A catalogued feed file that can no longer be read is
      *     counted on the report, since every order it carried
      *     will show here too.
      *
      *   HRTBEAT.cob's standing heartbeat orders (the reserved
      *   order-ID range in CPY-HRTBEAT.cpy) are not scanned — they
      *   are kept in NEW status with no customer by design.
      *
      *   SHIPPED_QUANTITY and RETURNED_QUANTITY are assumed on
      *   ORDERS (defaulting 0/NULL), as SHIPCONF.cob and
      *   ORDRETRN.cob assume them.
      *
      *   The step outcome is what NIGHTRUN.cob gates BILLEXT.cob
      *   on: any HIGH finding (or a scan that could not complete)
      *   is RC 8 and the night's invoicing does not run.
      *
      * FEED TABLE: the "W"/"P" orders are held in a table of 5000
      *   while the feed files are read; orders beyond it are
      *   counted on the report and not checked against the feeds.
      *
      * OUTPUT: generation-dated ORDINTEG report (via RPTGEN.cob) —
      *         one line per finding plus counts by severity.
      *
      * COMPILE: BINARY(BE) on Linux x86, with COMP5=YES for
      *          Pro*COBOL precompilation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDINTEG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Layout per SHIPFEED.cob.
           SELECT FEED-CATALOG-FILE ASSIGN TO "SHIPCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

      *> One SELECT serves every catalogued feed file — DD_FEEDIN is
      *> pointed at each one before its OPEN, the same per-OPEN
      *> redirection GONOGO.cob uses for its evidence files.
           SELECT FEED-IN-FILE ASSIGN TO FEEDIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

      *> Generation-dated per run, allocated by RPTGEN.cob.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO ORDINTRP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-CATALOG-FILE.
       01  FEED-CATALOG-RECORD.
           05  FC-FEED-NAME           PIC X(30).
           05  FILLER                 PIC X(1).
           05  FC-RUN-DATE            PIC 9(8).
           05  FILLER                 PIC X(1).
           05  FC-RECORD-COUNT        PIC 9(9).
           05  FILLER                 PIC X(1).
           05  FC-ACK-FLAG            PIC X(1).
           05  FILLER                 PIC X(1).
           05  FC-WAREHOUSE-ID        PIC X(2).

      *> Detail records carry the order ID in 1-9; the trailer's
      *> "TRAILER " tag is not numeric there and falls out.
       FD  FEED-IN-FILE.
       01  FEED-IN-RECORD.
           05  FI-ORDER-ID-X          PIC X(9).
           05  FI-ORDER-ID-N          REDEFINES FI-ORDER-ID-X
                                       PIC 9(9).
           05  FILLER                 PIC X(17).

       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CATALOG-STATUS          PIC XX.
       01  WS-FEED-STATUS             PIC XX.
       01  WS-REPORT-STATUS           PIC XX.

       01  WS-EOF-FLAG                PIC X VALUE "N".
           88  WS-EOF                 VALUE "Y".
       01  WS-FEED-EOF-FLAG           PIC X VALUE "N".
           88  WS-FEED-EOF            VALUE "Y".

      *> This report's generation-dated name, allocated by RPTGEN.cob.
       01  WS-RPTGEN-PROGRAM          PIC X(8) VALUE "ORDINTEG".
       01  WS-REPORT-GENERATION       PIC X(30) VALUE SPACES.

      *> The "W"/"P" orders awaiting a feed match, in ORDER_ID order.
       01  WS-FEED-ORDER-TABLE.
           05  WS-FO-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-FO-ENTRY            OCCURS 5000 TIMES.
               10  WS-FO-ORDER-ID     PIC 9(9).
               10  WS-FO-CARRIED-SW   PIC X(1).
                   88  WS-FO-CARRIED  VALUE "Y".
       01  WS-FO-MAX                  PIC 9(4) COMP VALUE 5000.
       01  WS-FO-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-FO-MATCH-IDX            PIC 9(4) COMP VALUE 0.

           EXEC SQL INCLUDE SQLCA5 END-EXEC.

      *> Oracle host variables — COMP-5, the suite convention.
       01  WS-ORA-ORDER-ID            PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-ITEM-ID             PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-CUSTOMER-ID         PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-QUANTITY            PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-SHIPPED-QTY         PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-RETURNED-QTY        PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-CUSTOMER-ROWS       PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-STATUS-COUNT        PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-INVENTORY-ROWS      PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-WAREHOUSE-ID        PIC X(2) VALUE "01".
       01  WS-ORA-ORDER-STATUS        PIC X(1) VALUE SPACE.
       01  WS-ORA-HB-LOW              PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-HB-HIGH             PIC S9(9) COMP-5 VALUE 0.

           COPY CPY-HRTBEAT.

      *> The routed item crosses the CALL as COMP, like every other
      *> inter-module integer.
       01  WS-ROUTE-ITEM-ID           PIC S9(9) COMP VALUE 0.

      *> Control break — the order whose lines are in flight.
       01  WS-PREV-ORDER-ID           PIC S9(9) COMP-5 VALUE -1.

       01  WS-FINDING-SEVERITY        PIC X(6) VALUE SPACES.
       01  WS-FINDING-TEXT            PIC X(60) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-ROWS-SCANNED        PIC 9(9) VALUE ZERO.
           05  WS-HIGH-FINDINGS       PIC 9(9) VALUE ZERO.
           05  WS-MEDIUM-FINDINGS     PIC 9(9) VALUE ZERO.
           05  WS-FEEDS-READ          PIC 9(9) VALUE ZERO.
           05  WS-FEEDS-UNREADABLE    PIC 9(9) VALUE ZERO.
           05  WS-FEED-ORDERS-OVER    PIC 9(9) VALUE ZERO.

       01  WS-ORACLE-ERROR-SW         PIC X VALUE "N".
           88  WS-ORACLE-ERROR        VALUE "Y".
       01  WS-SCAN-DONE-SW            PIC X VALUE "N".
           88  WS-SCAN-DONE           VALUE "Y".

       01  WS-REPORT-LINE-FIELDS.
           05  WS-RL-ORDER-ID         PIC -(8)9.
           05  WS-RL-ITEM-ID          PIC -(8)9.
           05  WS-RL-QTY-1            PIC -(8)9.
           05  WS-RL-QTY-2            PIC -(8)9.
           05  WS-RL-COUNT            PIC Z(8)9.
           05  WS-RL-SQLCODE          PIC -(9)9.

      *> Every ORDERS line with what it must agree with: how many
      *> CUSTOMERS rows its customer has, and how many distinct
      *> statuses its order's lines carry.
           EXEC SQL
               DECLARE INTEGRITY-CURSOR CURSOR FOR
                   SELECT O.ORDER_ID,
                          NVL(O.ITEM_ID, 0),
                          NVL(O.CUSTOMER_ID, 0),
                          O.ORDER_STATUS,
                          NVL(O.QUANTITY, 0),
                          NVL(O.SHIPPED_QUANTITY, 0),
                          NVL(O.RETURNED_QUANTITY, 0),
                          (SELECT COUNT(*)
                             FROM CUSTOMERS C
                            WHERE C.CUSTOMER_ID = O.CUSTOMER_ID),
                          (SELECT COUNT(DISTINCT O2.ORDER_STATUS)
                             FROM ORDERS O2
                            WHERE O2.ORDER_ID = O.ORDER_ID)
                   FROM ORDERS O
                   WHERE O.ORDER_ID NOT BETWEEN :WS-ORA-HB-LOW
                                            AND :WS-ORA-HB-HIGH
                   ORDER BY O.ORDER_ID, O.ITEM_ID
           END-EXEC.

      *> Orders with the warehouse, in ORDER_ID order so the feed
      *> table fills oldest-first when it overflows.
           EXEC SQL
               DECLARE AT-WAREHOUSE-CURSOR CURSOR FOR
                   SELECT DISTINCT ORDER_ID
                   FROM ORDERS
                   WHERE ORDER_STATUS IN ('W', 'P')
                   ORDER BY ORDER_ID
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE HB-ORDER-ID-LOW TO WS-ORA-HB-LOW
           MOVE HB-ORDER-ID-HIGH TO WS-ORA-HB-HIGH
           PERFORM OPEN-REPORT
           PERFORM SCAN-ORDER-ROWS
           PERFORM LOAD-WAREHOUSE-ORDERS
           PERFORM READ-FEED-CATALOG
           PERFORM REPORT-UNFED-ORDERS
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE INTEGRITY-REPORT-FILE
           DISPLAY "ORDINTEG report written to " WS-REPORT-GENERATION

      *> Step outcome for NIGHTRUN.cob and the scheduler: 0 clean,
      *> 4 MEDIUM findings only, 8 a HIGH finding or a scan that
      *> could not be trusted — the RC NIGHTRUN.cob holds BILLEXT
      *> back on.
           EVALUATE TRUE
               WHEN WS-ORACLE-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-HIGH-FINDINGS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MEDIUM-FINDINGS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       OPEN-REPORT.
           CALL "RPTGEN" USING
               WS-RPTGEN-PROGRAM
               WS-REPORT-GENERATION
           SET ENVIRONMENT "DD_ORDINTRP" TO WS-REPORT-GENERATION
           OPEN OUTPUT INTEGRITY-REPORT-FILE
           MOVE "ORDERS DATA INTEGRITY SCAN"
               TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           MOVE "SEVERITY     ORDER-ID    ITEM-ID  FINDING"
               TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           MOVE ALL "-" TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE.

      *> ------------------------------------------------------------
      *> Row-level checks, one pass over ORDERS.
      *> ------------------------------------------------------------
       SCAN-ORDER-ROWS.
           MOVE "N" TO WS-SCAN-DONE-SW
           EXEC SQL
               OPEN INTEGRITY-CURSOR
           END-EXEC
           IF SQLCODE = 0
               PERFORM CHECK-ONE-ORDER-ROW UNTIL WS-SCAN-DONE
               EXEC SQL
                   CLOSE INTEGRITY-CURSOR
               END-EXEC
           ELSE
               SET WS-ORACLE-ERROR TO TRUE
           END-IF.

       CHECK-ONE-ORDER-ROW.
           EXEC SQL
               FETCH INTEGRITY-CURSOR
               INTO :WS-ORA-ORDER-ID,
                    :WS-ORA-ITEM-ID,
                    :WS-ORA-CUSTOMER-ID,
                    :WS-ORA-ORDER-STATUS,
                    :WS-ORA-QUANTITY,
                    :WS-ORA-SHIPPED-QTY,
                    :WS-ORA-RETURNED-QTY,
                    :WS-ORA-CUSTOMER-ROWS,
                    :WS-ORA-STATUS-COUNT
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-ROWS-SCANNED
                   PERFORM APPLY-ROW-CHECKS
               WHEN SQLCODE = 100
                   SET WS-SCAN-DONE TO TRUE
               WHEN OTHER
                   SET WS-ORACLE-ERROR TO TRUE
                   SET WS-SCAN-DONE TO TRUE
           END-EVALUATE.

       APPLY-ROW-CHECKS.
           IF WS-ORA-ORDER-ID NOT = WS-PREV-ORDER-ID
               MOVE WS-ORA-ORDER-ID TO WS-PREV-ORDER-ID
               IF WS-ORA-STATUS-COUNT > 1
                   MOVE "HIGH" TO WS-FINDING-SEVERITY
                   MOVE "LINES DISAGREE ON ORDER STATUS"
                       TO WS-FINDING-TEXT
                   PERFORM WRITE-FINDING-LINE
               END-IF
           END-IF

      *> No customer yet (NULL reads as 0) is not a dangling
      *> reference — the order is not enriched, and ORDENRCH.cob
      *> lists it.
           IF WS-ORA-CUSTOMER-ID NOT = 0
                   AND WS-ORA-CUSTOMER-ROWS = 0
               MOVE "HIGH" TO WS-FINDING-SEVERITY
               MOVE WS-ORA-CUSTOMER-ID TO WS-RL-QTY-1
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "CUSTOMER NOT ON CUSTOMERS:" DELIMITED BY SIZE
                      WS-RL-QTY-1                   DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
               END-STRING
               PERFORM WRITE-FINDING-LINE
           END-IF

           IF WS-ORA-SHIPPED-QTY > WS-ORA-QUANTITY
               MOVE "HIGH" TO WS-FINDING-SEVERITY
               MOVE WS-ORA-SHIPPED-QTY TO WS-RL-QTY-1
               MOVE WS-ORA-QUANTITY TO WS-RL-QTY-2
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "SHIPPED"     DELIMITED BY SIZE
                      WS-RL-QTY-1   DELIMITED BY SIZE
                      " ABOVE ORDERED" DELIMITED BY SIZE
                      WS-RL-QTY-2   DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
               END-STRING
               PERFORM WRITE-FINDING-LINE
           END-IF

           IF WS-ORA-RETURNED-QTY > WS-ORA-SHIPPED-QTY
               MOVE "HIGH" TO WS-FINDING-SEVERITY
               MOVE WS-ORA-RETURNED-QTY TO WS-RL-QTY-1
               MOVE WS-ORA-SHIPPED-QTY TO WS-RL-QTY-2
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "RETURNED"    DELIMITED BY SIZE
                      WS-RL-QTY-1   DELIMITED BY SIZE
                      " ABOVE SHIPPED" DELIMITED BY SIZE
                      WS-RL-QTY-2   DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
               END-STRING
               PERFORM WRITE-FINDING-LINE
           END-IF

           IF WS-ORA-ORDER-STATUS = "S"
                   AND WS-ORA-SHIPPED-QTY < WS-ORA-QUANTITY
               MOVE "HIGH" TO WS-FINDING-SEVERITY
               MOVE WS-ORA-SHIPPED-QTY TO WS-RL-QTY-1
               MOVE WS-ORA-QUANTITY TO WS-RL-QTY-2
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "STATUS S BUT SHIPPED" DELIMITED BY SIZE
                      WS-RL-QTY-1            DELIMITED BY SIZE
                      " OF"                  DELIMITED BY SIZE
                      WS-RL-QTY-2            DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
               END-STRING
               PERFORM WRITE-FINDING-LINE
           END-IF

           IF WS-ORA-ORDER-STATUS NOT = "N"
               PERFORM CHECK-ROUTED-INVENTORY
           END-IF.

      *> The same site resolution the reservation path uses, then a
      *> count of that site's stock rows for the item — NULL
      *> WAREHOUSE_ID reads as the default site, as everywhere else.
       CHECK-ROUTED-INVENTORY.
           MOVE WS-ORA-ITEM-ID TO WS-ROUTE-ITEM-ID
           CALL "WHROUTE" USING
               WS-ROUTE-ITEM-ID
               WS-ORA-WAREHOUSE-ID
           MOVE 0 TO WS-ORA-INVENTORY-ROWS
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ORA-INVENTORY-ROWS
                 FROM INVENTORY
                WHERE ITEM_ID = :WS-ORA-ITEM-ID
                  AND NVL(WAREHOUSE_ID, '01')
                      = :WS-ORA-WAREHOUSE-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET WS-ORACLE-ERROR TO TRUE
               WHEN WS-ORA-INVENTORY-ROWS = 0
                   MOVE "MEDIUM" TO WS-FINDING-SEVERITY
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "NO INVENTORY ROW AT WAREHOUSE "
                              DELIMITED BY SIZE
                          WS-ORA-WAREHOUSE-ID DELIMITED BY SIZE
                       INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM WRITE-FINDING-LINE
           END-EVALUATE.

      *> ------------------------------------------------------------
      *> Feed coverage — every order with the warehouse must be on
      *> some catalogued request file.
      *> ------------------------------------------------------------
       LOAD-WAREHOUSE-ORDERS.
           MOVE "N" TO WS-SCAN-DONE-SW
           EXEC SQL
               OPEN AT-WAREHOUSE-CURSOR
           END-EXEC
           IF SQLCODE = 0
               PERFORM LOAD-ONE-WAREHOUSE-ORDER UNTIL WS-SCAN-DONE
               EXEC SQL
                   CLOSE AT-WAREHOUSE-CURSOR
               END-EXEC
           ELSE
               SET WS-ORACLE-ERROR TO TRUE
           END-IF.

       LOAD-ONE-WAREHOUSE-ORDER.
           EXEC SQL
               FETCH AT-WAREHOUSE-CURSOR
               INTO :WS-ORA-ORDER-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   IF WS-FO-COUNT < WS-FO-MAX
                       ADD 1 TO WS-FO-COUNT
                       MOVE WS-ORA-ORDER-ID
                           TO WS-FO-ORDER-ID (WS-FO-COUNT)
                       MOVE "N" TO WS-FO-CARRIED-SW (WS-FO-COUNT)
                   ELSE
                       ADD 1 TO WS-FEED-ORDERS-OVER
                   END-IF
               WHEN SQLCODE = 100
                   SET WS-SCAN-DONE TO TRUE
               WHEN OTHER
                   SET WS-ORACLE-ERROR TO TRUE
                   SET WS-SCAN-DONE TO TRUE
           END-EVALUATE.

       READ-FEED-CATALOG.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT FEED-CATALOG-FILE
           IF WS-CATALOG-STATUS = "00"
               PERFORM READ-ONE-CATALOG-ENTRY UNTIL WS-EOF
               CLOSE FEED-CATALOG-FILE
           END-IF.

       READ-ONE-CATALOG-ENTRY.
           READ FEED-CATALOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF FC-FEED-NAME NOT = SPACES
                       PERFORM READ-ONE-FEED-FILE
                   END-IF
           END-READ.

       READ-ONE-FEED-FILE.
           SET ENVIRONMENT "DD_FEEDIN" TO FC-FEED-NAME
           OPEN INPUT FEED-IN-FILE
           IF WS-FEED-STATUS = "00"
               ADD 1 TO WS-FEEDS-READ
               MOVE "N" TO WS-FEED-EOF-FLAG
               PERFORM READ-ONE-FEED-RECORD UNTIL WS-FEED-EOF
               CLOSE FEED-IN-FILE
           ELSE
               ADD 1 TO WS-FEEDS-UNREADABLE
           END-IF.

       READ-ONE-FEED-RECORD.
           READ FEED-IN-FILE
               AT END
                   SET WS-FEED-EOF TO TRUE
               NOT AT END
                   IF FI-ORDER-ID-X NUMERIC
                       PERFORM MARK-ORDER-CARRIED
                   END-IF
           END-READ.

       MARK-ORDER-CARRIED.
           MOVE 0 TO WS-FO-MATCH-IDX
           PERFORM FIND-ONE-FEED-ORDER
               VARYING WS-FO-IDX FROM 1 BY 1
               UNTIL WS-FO-IDX > WS-FO-COUNT
                  OR WS-FO-MATCH-IDX > 0
           IF WS-FO-MATCH-IDX > 0
               MOVE "Y" TO WS-FO-CARRIED-SW (WS-FO-MATCH-IDX)
           END-IF.

       FIND-ONE-FEED-ORDER.
           IF WS-FO-ORDER-ID (WS-FO-IDX) = FI-ORDER-ID-N
               MOVE WS-FO-IDX TO WS-FO-MATCH-IDX
           END-IF.

       REPORT-UNFED-ORDERS.
           PERFORM REPORT-ONE-UNFED-ORDER
               VARYING WS-FO-IDX FROM 1 BY 1
               UNTIL WS-FO-IDX > WS-FO-COUNT.

       REPORT-ONE-UNFED-ORDER.
           IF NOT WS-FO-CARRIED (WS-FO-IDX)
               MOVE WS-FO-ORDER-ID (WS-FO-IDX) TO WS-ORA-ORDER-ID
               MOVE 0 TO WS-ORA-ITEM-ID
               MOVE "MEDIUM" TO WS-FINDING-SEVERITY
               MOVE "WITH WAREHOUSE BUT ON NO CATALOGUED FEED FILE"
                   TO WS-FINDING-TEXT
               PERFORM WRITE-FINDING-LINE
           END-IF.

      *> One line per finding; the order and item come from the row
      *> (or feed entry) in flight.
       WRITE-FINDING-LINE.
           IF WS-FINDING-SEVERITY = "HIGH"
               ADD 1 TO WS-HIGH-FINDINGS
           ELSE
               ADD 1 TO WS-MEDIUM-FINDINGS
           END-IF
           MOVE WS-ORA-ORDER-ID TO WS-RL-ORDER-ID
           MOVE WS-ORA-ITEM-ID TO WS-RL-ITEM-ID
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING WS-FINDING-SEVERITY DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  WS-RL-ORDER-ID      DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  WS-RL-ITEM-ID       DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  WS-FINDING-TEXT     DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE

           MOVE WS-ROWS-SCANNED TO WS-RL-COUNT
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "ORDERS ROWS SCANNED:    " DELIMITED BY SIZE
                  WS-RL-COUNT                DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-LINE

           MOVE WS-HIGH-FINDINGS TO WS-RL-COUNT
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "HIGH FINDINGS:          " DELIMITED BY SIZE
                  WS-RL-COUNT                DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-LINE

           MOVE WS-MEDIUM-FINDINGS TO WS-RL-COUNT
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "MEDIUM FINDINGS:        " DELIMITED BY SIZE
                  WS-RL-COUNT                DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-LINE

           MOVE WS-FEEDS-READ TO WS-RL-COUNT
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "FEED FILES READ:        " DELIMITED BY SIZE
                  WS-RL-COUNT                DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-LINE

           IF WS-FEEDS-UNREADABLE > 0
               MOVE WS-FEEDS-UNREADABLE TO WS-RL-COUNT
               MOVE SPACES TO INTEGRITY-REPORT-LINE
               STRING "FEED FILES UNREADABLE:  " DELIMITED BY SIZE
                      WS-RL-COUNT                DELIMITED BY SIZE
                      " (THEIR ORDERS SHOW AS ON NO FEED)"
                                                 DELIMITED BY SIZE
                   INTO INTEGRITY-REPORT-LINE
               END-STRING
               WRITE INTEGRITY-REPORT-LINE
           END-IF

           IF WS-FEED-ORDERS-OVER > 0
               MOVE WS-FEED-ORDERS-OVER TO WS-RL-COUNT
               MOVE SPACES TO INTEGRITY-REPORT-LINE
               STRING "ORDERS NOT FEED-CHECKED:" DELIMITED BY SIZE
                      WS-RL-COUNT                DELIMITED BY SIZE
                      " (FEED TABLE FULL)"       DELIMITED BY SIZE
                   INTO INTEGRITY-REPORT-LINE
               END-STRING
               WRITE INTEGRITY-REPORT-LINE
           END-IF

      *> The scan could not be trusted — say so instead of letting a
      *> short report read as a clean night.
           IF WS-ORACLE-ERROR
               MOVE SQLCODE TO WS-RL-SQLCODE
               MOVE SPACES TO INTEGRITY-REPORT-LINE
               STRING "ERROR: ORACLE SCAN FAILED — RESULTS PARTIAL,"
                          DELIMITED BY SIZE
                      " SQLCODE: "  DELIMITED BY SIZE
                      WS-RL-SQLCODE DELIMITED BY SIZE
                   INTO INTEGRITY-REPORT-LINE
               END-STRING
               WRITE INTEGRITY-REPORT-LINE
           END-IF.
