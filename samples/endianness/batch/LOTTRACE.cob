      ******************************************************************
      * LOTTRACE.cob — Product Recall Trace by Lot Number
      *
      * PURPOSE:
      *   When a supplier recalls a production lot, the question is
      *   who has it: which customers, on which orders, how many
      *   units, shipped when, and how many have already come back.
      *   SHIPCONF.cob, ORDRETRN.cob and INVRECPT.cob record every
      *   lot they are told about in LOT_MOVEMENTS, each under the
      *   commit that moved the stock; this report reads those rows
      *   for one lot and prints the recall list.
      *
      *   Three sections:
      *   - RECEIVED: every purchasing receipt of the lot — item,
      *     quantity, receiving site, PO reference, date;
      *   - SHIPPED: one line per customer, order and item — units
      *     of the lot shipped (every carton summed, dated from the
      *     first), units of it returned against that order line,
      *     and units still with the customer. Grouped by customer,
      *     the name printed once per customer — the mailing list
      *     for the recall letter;
      *   - RETURNED, NO SHIPMENT ON RECORD: returns naming the lot
      *     against an order line with no shipment of it recorded —
      *     cartons confirmed before lot capture, or a lot misread
      *     at the returns dock (ORDRETRN.cob lists them as they
      *     arrive).
      *
      *   Shipments confirmed without a lot (whole-order
      *   confirmations, or line confirmations the warehouse sent
      *   without one) are not in LOT_MOVEMENTS and cannot appear —
      *   SHIPCONF.RPT counts them each night as "LINES SHIPPED NO
      *   LOT".
      *
      *   Like ORDTRACE.cob the lot comes from an environment
      *   variable; the output is a report file, so the recall list
      *   can be filed with the supplier's notice.
      *
      * INPUT:
      *   LOTTRACE_LOT   the lot number, exactly as the supplier and
      *                  the warehouse print it
      *
      *   LOT_MOVEMENTS (assumed table, one row per lot movement):
      *     LOT_NUMBER     VARCHAR2(12)
      *     MOVEMENT_TYPE  CHAR(1)       ("I" received from a
      *                                   supplier, "S" shipped to
      *                                   a customer, "R" returned
      *                                   by a customer)
      *     ITEM_ID        NUMBER(9)
      *     QUANTITY       NUMBER(9)
      *     WAREHOUSE_ID   CHAR(2)
      *     ORDER_ID       NUMBER(9)     (NULL on receipts)
      *     CUSTOMER_ID    NUMBER(9)     (NULL on receipts)
      *     PO_REFERENCE   VARCHAR2(10)  (receipts only)
      *     MOVEMENT_DATE  DATE          (the confirmed ship date
      *                                   for "S", the processing
      *                                   date otherwise)
      *
      * OUTPUT: LOTTRACE.RPT — the three sections above and summary
      *         totals.
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules,
      *          with COMP5=YES for Pro*COBOL precompilation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTTRACE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACE-REPORT-FILE ASSIGN TO "LOTTRACE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRACE-REPORT-FILE.
       01  TRACE-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-STATUS           PIC XX.

       01  WS-LOT-PARM                PIC X(12) VALUE SPACES.
       01  WS-RUN-DATE                PIC 9(8).

           EXEC SQL INCLUDE SQLCA5 END-EXEC.

      *> Oracle host variables — COMP-5, the suite convention.
       01  WS-ORA-LOT-NUMBER          PIC X(12) VALUE SPACES.
       01  WS-ORA-CUSTOMER-ID         PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-CUSTOMER-NAME       PIC X(40) VALUE SPACES.
       01  WS-ORA-ORDER-ID            PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-ITEM-ID             PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-QUANTITY            PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-RETURNED            PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-WAREHOUSE-ID        PIC X(2) VALUE SPACES.
       01  WS-ORA-PO-REFERENCE        PIC X(10) VALUE SPACES.
       01  WS-ORA-MOVEMENT-DATE       PIC X(8) VALUE SPACES.

       01  WS-STILL-OUT               PIC S9(9) COMP VALUE 0.
       01  WS-LAST-CUSTOMER-ID        PIC S9(9) COMP-5 VALUE -1.

       01  WS-COUNTERS.
           05  WS-RECEIPTS-FOUND      PIC 9(9) VALUE ZERO.
           05  WS-UNITS-RECEIVED      PIC 9(9) VALUE ZERO.
           05  WS-CUSTOMERS-FOUND     PIC 9(9) VALUE ZERO.
           05  WS-LINES-SHIPPED       PIC 9(9) VALUE ZERO.
           05  WS-UNITS-SHIPPED       PIC 9(9) VALUE ZERO.
           05  WS-UNITS-RETURNED      PIC 9(9) VALUE ZERO.
           05  WS-UNITS-STILL-OUT     PIC 9(9) VALUE ZERO.
           05  WS-UNTRACED-RETURNS    PIC 9(9) VALUE ZERO.

       01  WS-ORACLE-ERROR-SW         PIC X VALUE "N".
           88  WS-ORACLE-ERROR        VALUE "Y".
       01  WS-SCAN-DONE-SW            PIC X VALUE "N".
           88  WS-SCAN-DONE           VALUE "Y".

       01  WS-REPORT-LINE-FIELDS.
           05  WS-RL-CUSTOMER-ID      PIC Z(8)9.
           05  WS-RL-ORDER-ID         PIC Z(8)9.
           05  WS-RL-ITEM-ID          PIC Z(8)9.
           05  WS-RL-QUANTITY         PIC Z(8)9.
           05  WS-RL-RETURNED         PIC Z(8)9.
           05  WS-RL-STILL-OUT        PIC Z(8)9.
           05  WS-RL-COUNT            PIC Z(8)9.

      *> Every receipt of the lot, oldest first.
           EXEC SQL
               DECLARE RECEIPT-CURSOR CURSOR FOR
                   SELECT ITEM_ID, QUANTITY,
                          NVL(WAREHOUSE_ID, '01'),
                          NVL(PO_REFERENCE, ' '),
                          TO_CHAR(MOVEMENT_DATE, 'YYYYMMDD')
                   FROM LOT_MOVEMENTS
                   WHERE LOT_NUMBER = :WS-ORA-LOT-NUMBER
                     AND MOVEMENT_TYPE = 'I'
                   ORDER BY MOVEMENT_DATE, ITEM_ID
           END-EXEC.

      *> The lot's shipments per customer, order and item, with what
      *> has come back against the same order line — customer order,
      *> so the recall list reads one account at a time.
           EXEC SQL
               DECLARE SHIPMENT-CURSOR CURSOR FOR
                   SELECT S.CUSTOMER_ID,
                          NVL((SELECT C.CUSTOMER_NAME
                                 FROM CUSTOMERS C
                                WHERE C.CUSTOMER_ID = S.CUSTOMER_ID),
                              ' '),
                          S.ORDER_ID, S.ITEM_ID, SUM(S.QUANTITY),
                          TO_CHAR(MIN(S.MOVEMENT_DATE), 'YYYYMMDD'),
                          NVL((SELECT SUM(R.QUANTITY)
                                 FROM LOT_MOVEMENTS R
                                WHERE R.LOT_NUMBER = S.LOT_NUMBER
                                  AND R.MOVEMENT_TYPE = 'R'
                                  AND R.ORDER_ID = S.ORDER_ID
                                  AND R.ITEM_ID = S.ITEM_ID), 0)
                   FROM LOT_MOVEMENTS S
                   WHERE S.LOT_NUMBER = :WS-ORA-LOT-NUMBER
                     AND S.MOVEMENT_TYPE = 'S'
                   GROUP BY S.LOT_NUMBER, S.CUSTOMER_ID,
                            S.ORDER_ID, S.ITEM_ID
                   ORDER BY S.CUSTOMER_ID, S.ORDER_ID, S.ITEM_ID
           END-EXEC.

      *> Returns of the lot against an order line that has no
      *> shipment of it on record.
           EXEC SQL
               DECLARE UNTRACED-RETURN-CURSOR CURSOR FOR
                   SELECT R.CUSTOMER_ID, R.ORDER_ID, R.ITEM_ID,
                          SUM(R.QUANTITY),
                          TO_CHAR(MAX(R.MOVEMENT_DATE), 'YYYYMMDD')
                   FROM LOT_MOVEMENTS R
                   WHERE R.LOT_NUMBER = :WS-ORA-LOT-NUMBER
                     AND R.MOVEMENT_TYPE = 'R'
                     AND NOT EXISTS
                         (SELECT 1
                            FROM LOT_MOVEMENTS S
                           WHERE S.LOT_NUMBER = R.LOT_NUMBER
                             AND S.MOVEMENT_TYPE = 'S'
                             AND S.ORDER_ID = R.ORDER_ID
                             AND S.ITEM_ID = R.ITEM_ID)
                   GROUP BY R.CUSTOMER_ID, R.ORDER_ID, R.ITEM_ID
                   ORDER BY R.CUSTOMER_ID, R.ORDER_ID, R.ITEM_ID
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ACCEPT WS-LOT-PARM FROM ENVIRONMENT "LOTTRACE_LOT"
           MOVE WS-LOT-PARM TO WS-ORA-LOT-NUMBER
           OPEN OUTPUT TRACE-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           IF WS-LOT-PARM = SPACES
               MOVE "ERROR: LOTTRACE_LOT NOT SET — NOTHING TRACED"
                   TO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
           ELSE
               PERFORM REPORT-RECEIPTS
               PERFORM REPORT-SHIPMENTS
               PERFORM REPORT-UNTRACED-RETURNS
               PERFORM WRITE-REPORT-SUMMARY
           END-IF
           CLOSE TRACE-REPORT-FILE

      *> Step outcome for the scheduler: 8 no lot given or the
      *> trace incomplete, 4 the lot has no movement on record at
      *> all (most often a mistyped number — check it before
      *> telling the supplier nobody has it), 0 traced.
           EVALUATE TRUE
               WHEN WS-LOT-PARM = SPACES
               WHEN WS-ORACLE-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RECEIPTS-FOUND = 0
                   AND WS-LINES-SHIPPED = 0
                   AND WS-UNTRACED-RETURNS = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       REPORT-RECEIPTS.
           MOVE SPACES TO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           MOVE "RECEIVED" TO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           MOVE "       ITEM   QUANTITY  SITE  PO REFERENCE    DATE"
               TO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           MOVE "N" TO WS-SCAN-DONE-SW
           EXEC SQL
               OPEN RECEIPT-CURSOR
           END-EXEC
           IF SQLCODE = 0
               PERFORM REPORT-ONE-RECEIPT UNTIL WS-SCAN-DONE
               EXEC SQL
                   CLOSE RECEIPT-CURSOR
               END-EXEC
           ELSE
               SET WS-ORACLE-ERROR TO TRUE
           END-IF
           IF WS-RECEIPTS-FOUND = 0
               MOVE "  (NONE)" TO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
           END-IF.

       REPORT-ONE-RECEIPT.
           EXEC SQL
               FETCH RECEIPT-CURSOR
               INTO :WS-ORA-ITEM-ID, :WS-ORA-QUANTITY,
                    :WS-ORA-WAREHOUSE-ID, :WS-ORA-PO-REFERENCE,
                    :WS-ORA-MOVEMENT-DATE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-RECEIPTS-FOUND
                   ADD WS-ORA-QUANTITY TO WS-UNITS-RECEIVED
                   MOVE WS-ORA-ITEM-ID TO WS-RL-ITEM-ID
                   MOVE WS-ORA-QUANTITY TO WS-RL-QUANTITY
                   MOVE SPACES TO TRACE-REPORT-LINE
                   STRING "  "                DELIMITED BY SIZE
                          WS-RL-ITEM-ID       DELIMITED BY SIZE
                          "  "                DELIMITED BY SIZE
                          WS-RL-QUANTITY      DELIMITED BY SIZE
                          "    "              DELIMITED BY SIZE
                          WS-ORA-WAREHOUSE-ID DELIMITED BY SIZE
                          "    "              DELIMITED BY SIZE
                          WS-ORA-PO-REFERENCE DELIMITED BY SIZE
                          "    "              DELIMITED BY SIZE
                          WS-ORA-MOVEMENT-DATE DELIMITED BY SIZE
                       INTO TRACE-REPORT-LINE
                   END-STRING
                   WRITE TRACE-REPORT-LINE
               WHEN SQLCODE = 100
                   SET WS-SCAN-DONE TO TRUE
               WHEN OTHER
                   SET WS-ORACLE-ERROR TO TRUE
                   SET WS-SCAN-DONE TO TRUE
           END-EVALUATE.

       REPORT-SHIPMENTS.
           MOVE SPACES TO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           MOVE "SHIPPED" TO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING "   CUSTOMER  NAME" DELIMITED BY SIZE
                  "                                          ORDER"
                      DELIMITED BY SIZE
                  "       ITEM    SHIPPED SHIP DATE   RETURNED"
                      DELIMITED BY SIZE
                  "  STILL OUT" DELIMITED BY SIZE
               INTO TRACE-REPORT-LINE
           END-STRING
           WRITE TRACE-REPORT-LINE
           MOVE "N" TO WS-SCAN-DONE-SW
           EXEC SQL
               OPEN SHIPMENT-CURSOR
           END-EXEC
           IF SQLCODE = 0
               PERFORM REPORT-ONE-SHIPMENT UNTIL WS-SCAN-DONE
               EXEC SQL
                   CLOSE SHIPMENT-CURSOR
               END-EXEC
           ELSE
               SET WS-ORACLE-ERROR TO TRUE
           END-IF
           IF WS-LINES-SHIPPED = 0
               MOVE "  (NONE)" TO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
           END-IF.

      *> Returns beyond what this lot shipped on the line (a second
      *> lot on the same line coming back under this number) leave
      *> nothing still out rather than a negative.
       REPORT-ONE-SHIPMENT.
           EXEC SQL
               FETCH SHIPMENT-CURSOR
               INTO :WS-ORA-CUSTOMER-ID, :WS-ORA-CUSTOMER-NAME,
                    :WS-ORA-ORDER-ID, :WS-ORA-ITEM-ID,
                    :WS-ORA-QUANTITY, :WS-ORA-MOVEMENT-DATE,
                    :WS-ORA-RETURNED
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-LINES-SHIPPED
                   ADD WS-ORA-QUANTITY TO WS-UNITS-SHIPPED
                   ADD WS-ORA-RETURNED TO WS-UNITS-RETURNED
                   COMPUTE WS-STILL-OUT =
                       WS-ORA-QUANTITY - WS-ORA-RETURNED
                   END-COMPUTE
                   IF WS-STILL-OUT < 0
                       MOVE 0 TO WS-STILL-OUT
                   END-IF
                   ADD WS-STILL-OUT TO WS-UNITS-STILL-OUT
                   PERFORM WRITE-SHIPMENT-LINE
               WHEN SQLCODE = 100
                   SET WS-SCAN-DONE TO TRUE
               WHEN OTHER
                   SET WS-ORACLE-ERROR TO TRUE
                   SET WS-SCAN-DONE TO TRUE
           END-EVALUATE.

      *> The customer and name lead only the first line of each
      *> account's group.
       WRITE-SHIPMENT-LINE.
           MOVE SPACES TO TRACE-REPORT-LINE
           IF WS-ORA-CUSTOMER-ID NOT = WS-LAST-CUSTOMER-ID
               MOVE WS-ORA-CUSTOMER-ID TO WS-LAST-CUSTOMER-ID
               ADD 1 TO WS-CUSTOMERS-FOUND
               MOVE WS-ORA-CUSTOMER-ID TO WS-RL-CUSTOMER-ID
               MOVE SPACES TO TRACE-REPORT-LINE
               STRING "  "                  DELIMITED BY SIZE
                      WS-RL-CUSTOMER-ID     DELIMITED BY SIZE
                      "  "                  DELIMITED BY SIZE
                      WS-ORA-CUSTOMER-NAME  DELIMITED BY SIZE
                   INTO TRACE-REPORT-LINE
               END-STRING
           END-IF
           MOVE WS-ORA-ORDER-ID TO WS-RL-ORDER-ID
           MOVE WS-ORA-ITEM-ID TO WS-RL-ITEM-ID
           MOVE WS-ORA-QUANTITY TO WS-RL-QUANTITY
           MOVE WS-ORA-RETURNED TO WS-RL-RETURNED
           MOVE WS-STILL-OUT TO WS-RL-STILL-OUT
           MOVE WS-RL-ORDER-ID TO TRACE-REPORT-LINE (56:9)
           MOVE WS-RL-ITEM-ID TO TRACE-REPORT-LINE (67:9)
           MOVE WS-RL-QUANTITY TO TRACE-REPORT-LINE (78:9)
           MOVE WS-ORA-MOVEMENT-DATE TO TRACE-REPORT-LINE (89:8)
           MOVE WS-RL-RETURNED TO TRACE-REPORT-LINE (99:9)
           MOVE WS-RL-STILL-OUT TO TRACE-REPORT-LINE (110:9)
           WRITE TRACE-REPORT-LINE.

       REPORT-UNTRACED-RETURNS.
           MOVE SPACES TO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           MOVE "RETURNED, NO SHIPMENT ON RECORD" TO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           MOVE "N" TO WS-SCAN-DONE-SW
           EXEC SQL
               OPEN UNTRACED-RETURN-CURSOR
           END-EXEC
           IF SQLCODE = 0
               PERFORM REPORT-ONE-UNTRACED-RETURN UNTIL WS-SCAN-DONE
               EXEC SQL
                   CLOSE UNTRACED-RETURN-CURSOR
               END-EXEC
           ELSE
               SET WS-ORACLE-ERROR TO TRUE
           END-IF
           IF WS-UNTRACED-RETURNS = 0
               MOVE "  (NONE)" TO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
           END-IF.

       REPORT-ONE-UNTRACED-RETURN.
           EXEC SQL
               FETCH UNTRACED-RETURN-CURSOR
               INTO :WS-ORA-CUSTOMER-ID, :WS-ORA-ORDER-ID,
                    :WS-ORA-ITEM-ID, :WS-ORA-QUANTITY,
                    :WS-ORA-MOVEMENT-DATE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-UNTRACED-RETURNS
                   MOVE WS-ORA-CUSTOMER-ID TO WS-RL-CUSTOMER-ID
                   MOVE WS-ORA-ORDER-ID TO WS-RL-ORDER-ID
                   MOVE WS-ORA-ITEM-ID TO WS-RL-ITEM-ID
                   MOVE WS-ORA-QUANTITY TO WS-RL-RETURNED
                   MOVE SPACES TO TRACE-REPORT-LINE
                   STRING "  CUSTOMER "       DELIMITED BY SIZE
                          WS-RL-CUSTOMER-ID   DELIMITED BY SIZE
                          "  ORDER "          DELIMITED BY SIZE
                          WS-RL-ORDER-ID      DELIMITED BY SIZE
                          "  ITEM "           DELIMITED BY SIZE
                          WS-RL-ITEM-ID       DELIMITED BY SIZE
                          "  RETURNED "       DELIMITED BY SIZE
                          WS-RL-RETURNED      DELIMITED BY SIZE
                          "  LAST "           DELIMITED BY SIZE
                          WS-ORA-MOVEMENT-DATE DELIMITED BY SIZE
                       INTO TRACE-REPORT-LINE
                   END-STRING
                   WRITE TRACE-REPORT-LINE
               WHEN SQLCODE = 100
                   SET WS-SCAN-DONE TO TRUE
               WHEN OTHER
                   SET WS-ORACLE-ERROR TO TRUE
                   SET WS-SCAN-DONE TO TRUE
           END-EVALUATE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING "PRODUCT RECALL TRACE — LOT: " DELIMITED BY SIZE
                  WS-LOT-PARM                     DELIMITED BY SIZE
                  "  RUN DATE: "                  DELIMITED BY SIZE
                  WS-RUN-DATE                     DELIMITED BY SIZE
               INTO TRACE-REPORT-LINE
           END-STRING
           WRITE TRACE-REPORT-LINE
           MOVE ALL "-" TO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE

           MOVE WS-RECEIPTS-FOUND TO WS-RL-COUNT
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING "RECEIPTS:            " DELIMITED BY SIZE
                  WS-RL-COUNT             DELIMITED BY SIZE
               INTO TRACE-REPORT-LINE
           END-STRING
           WRITE TRACE-REPORT-LINE

           MOVE WS-UNITS-RECEIVED TO WS-RL-COUNT
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING "UNITS RECEIVED:      " DELIMITED BY SIZE
                  WS-RL-COUNT             DELIMITED BY SIZE
               INTO TRACE-REPORT-LINE
           END-STRING
           WRITE TRACE-REPORT-LINE

           MOVE WS-CUSTOMERS-FOUND TO WS-RL-COUNT
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING "CUSTOMERS SHIPPED:   " DELIMITED BY SIZE
                  WS-RL-COUNT             DELIMITED BY SIZE
               INTO TRACE-REPORT-LINE
           END-STRING
           WRITE TRACE-REPORT-LINE

           MOVE WS-LINES-SHIPPED TO WS-RL-COUNT
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING "ORDER LINES SHIPPED: " DELIMITED BY SIZE
                  WS-RL-COUNT             DELIMITED BY SIZE
               INTO TRACE-REPORT-LINE
           END-STRING
           WRITE TRACE-REPORT-LINE

           MOVE WS-UNITS-SHIPPED TO WS-RL-COUNT
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING "UNITS SHIPPED:       " DELIMITED BY SIZE
                  WS-RL-COUNT             DELIMITED BY SIZE
               INTO TRACE-REPORT-LINE
           END-STRING
           WRITE TRACE-REPORT-LINE

           MOVE WS-UNITS-RETURNED TO WS-RL-COUNT
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING "UNITS RETURNED:      " DELIMITED BY SIZE
                  WS-RL-COUNT             DELIMITED BY SIZE
               INTO TRACE-REPORT-LINE
           END-STRING
           WRITE TRACE-REPORT-LINE

           MOVE WS-UNITS-STILL-OUT TO WS-RL-COUNT
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING "UNITS STILL OUT:     " DELIMITED BY SIZE
                  WS-RL-COUNT             DELIMITED BY SIZE
               INTO TRACE-REPORT-LINE
           END-STRING
           WRITE TRACE-REPORT-LINE

           MOVE WS-UNTRACED-RETURNS TO WS-RL-COUNT
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING "UNTRACED RETURNS:    " DELIMITED BY SIZE
                  WS-RL-COUNT             DELIMITED BY SIZE
               INTO TRACE-REPORT-LINE
           END-STRING
           WRITE TRACE-REPORT-LINE

           IF WS-RECEIPTS-FOUND = 0
                   AND WS-LINES-SHIPPED = 0
                   AND WS-UNTRACED-RETURNS = 0
               MOVE "NO MOVEMENT ON RECORD FOR THIS LOT — CHECK THE"
                   TO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
               MOVE "LOT NUMBER BEFORE REPORTING NONE SHIPPED."
                   TO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
           END-IF

      *> The trace could not be fully trusted — say so instead of
      *> letting a short list read as every customer found.
           IF WS-ORACLE-ERROR
               MOVE "ERROR: ORACLE FAILURES DURING RUN — TRACE"
                   TO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
               MOVE "INCOMPLETE. RERUN BEFORE SENDING ANY LETTER."
                   TO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
           END-IF.
