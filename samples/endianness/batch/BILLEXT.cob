      *   those two facts into an invoice, so accounts receivable
      *   re-keyed order values from a screen print. This nightly job
      *   selects every order in "S" status not yet billed, prices it
      *   through the same contract-or-list pricing the lookup uses
      *   (so the invoice says what the reservation was actually
      *   priced at — a line with no price at all prices at zero, which
      *   billing reads as "price missing", not "free"), writes one
      *   fixed-layout invoice record per order, and marks the order
      *   billed so a re-run never double-invoices.
      *
      *   In the night run this step is gated on ORDINTEG.cob's
      *   integrity scan (see NIGHTRUN.cob): a night whose ORDERS
      *   rows contradict themselves invoices nothing.
      *
      *   HRTBEAT.cob's synthetic heartbeat orders (the reserved
      *   order-ID range in CPY-HRTBEAT.cpy) are never invoiced,
      *   whatever status their standing rows are found in — the
      *   cursor excludes the range outright.
      *
      *   Each run's records are bracketed by a header and a trailer
      *   carrying the record count and a money control total, so a
      *   truncated transfer to A/R is detectable at their end.
      *   because an order whose mark failed still matches the
      *   cursor and another pass would invoice it again.
      *
      *   Each invoice carries its sales tax: the rate for the
      *   ship-from warehouse (the site WHROUTE.cob routes the
      *   order's item to, the same resolution the reservation
      *   path uses) from the TAXRATE.DAT rate table, applied to the
      *   goods value and rounded to the cent — zero for a customer
      *   whose CUSTOMERS.TAX_EXEMPT_FLAG is "Y", and zero for a
      *   site with no rate on the table (reported, since that is
      *   almost certainly a missing table entry, not a tax-free
      *   site). The billed mark also stamps each line's
      *   BILLED_UNIT_PRICE and the order's BILLED_TAX_RATE, so
      *   ORDRETRN.cob can credit back exactly the goods and tax
      *   this invoice charged, whatever prices or rates do later.
      *
      *   BILLED_FLAG is assumed present on ORDERS (defaulting to
      *   'N'/NULL), the same way ORDRECON.cob assumes ORDER_DATE
      *   and the pricing join assumes ITEM_ID; BILLED_UNIT_PRICE,
      *   BILLED_TAX_RATE and CUSTOMERS.TAX_EXEMPT_FLAG likewise.
      *
      * TAX RATE FILE FORMAT (TAXRATE.DAT, one record per site):
      *   Positions  1- 2  WAREHOUSE-ID  PIC X(2)
      *   Positions  3- 8  TAX-RATE      PIC 9V9(5) (fraction, no
      *                                   decimal point: "008250"
      *                                   is 8.25%)
      *   Missing file means no rates are configured and nothing is
      *   taxed — the pre-tax behaviour.
      *
      * INVOICE FILE FORMAT (INVOICE.DAT, one block per run):
      *   Header:   "HDR" + "BILLEXT " + RUN-TIMESTAMP X(26)
      *   Detail:   ORDER-ID 9(9) + AMOUNT S9(7)V99 (zoned, 9 bytes;
      *             goods value) + BILL-DATE 9(8) + TAX S9(7)V99
      *             + GROSS S9(7)V99 (goods plus tax — what the
      *             customer owes)
      *   Trailer:  "TRL" + RECORD-COUNT 9(9)
      *             + AMOUNT-TOTAL S9(11)V99 (zoned, 13 bytes; goods)
      *             + TAX-TOTAL S9(11)V99
      *   Tax fields are appended after the original fields, so a
      *   reader of the goods-only layout still finds every field
      *   where it always was; blocks written before tax was added
      *   simply end early (readers treat the missing fields as
      *   zero tax).
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules,
      *          with COMP5=YES for Pro*COBOL precompilation.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
       01  INVOICE-LINE               PIC X(60).

       FD  TAX-RATE-FILE.
       01  TAX-RATE-RECORD.
           05  TR-WAREHOUSE-ID        PIC X(2).
           05  TR-TAX-RATE-X          PIC X(6).
           05  TR-TAX-RATE-N          REDEFINES TR-TAX-RATE-X
                                       PIC 9V9(5).

       WORKING-STORAGE SECTION.
       01  WS-INVOICE-STATUS          PIC XX.
       01  WS-TAX-RATE-STATUS         PIC XX.

       01  WS-EOF-FLAG                PIC X VALUE "N".
           88  WS-EOF                 VALUE "Y".

       01  WS-RUN-DATE                PIC 9(8).
       01  WS-RUN-TIMESTAMP           PIC X(26).
       01  WS-ORA-ORDER-ID            PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-ORDER-TOTAL         PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-ORA-BILLED-FLAG         PIC X(1) VALUE "Y".
       01  WS-ORA-ITEM-ID             PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-TAX-EXEMPT          PIC X(1) VALUE "N".
       01  WS-ORA-TAX-RATE            PIC S9V9(5) COMP-3 VALUE 0.
       01  WS-ORA-HB-LOW              PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-HB-HIGH             PIC S9(9) COMP-5 VALUE 0.

           COPY CPY-RETCODES.
           COPY CPY-HRTBEAT.

      *> Invoice record pieces — zoned, so the file stays readable
      *> text end to end, the same rule the ORDAUDIT layout follows.
       01  INV-BILL-DATE              PIC 9(8).
       01  INV-RECORD-COUNT           PIC 9(9).
       01  INV-AMOUNT-TOTAL           PIC S9(11)V99.
       01  INV-TAX                    PIC S9(7)V99.
       01  INV-GROSS                  PIC S9(7)V99.
       01  INV-TAX-TOTAL              PIC S9(11)V99.

      *> Running control totals for this run's trailer — goods and
      *> tax kept apart so A/R can tie out each figure.
       01  WS-RECORDS-WRITTEN         PIC 9(9) VALUE ZERO.
       01  WS-CONTROL-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TAX-CONTROL-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.

      *> Site tax rates, loaded once from TAXRATE.DAT.
       01  WS-TAX-TABLE.
           05  WS-TAX-COUNT           PIC 9(3) COMP VALUE 0.
           05  WS-TAX-ENTRY           OCCURS 100 TIMES.
               10  WS-TX-WAREHOUSE    PIC X(2).
               10  WS-TX-RATE         PIC 9V9(5).
       01  WS-TAX-IDX                 PIC 9(3) COMP VALUE 0.
       01  WS-TAX-MATCH-IDX           PIC 9(3) COMP VALUE 0.

      *> This order's ship-from site and tax, worked out in
      *> TAX-ONE-ORDER. The routed item crosses the WHROUTE CALL as
      *> COMP, like every other inter-module integer.
       01  WS-ROUTE-ITEM-ID           PIC S9(9) COMP VALUE 0.
       01  WS-WAREHOUSE-ID            PIC X(2) VALUE "01".
       01  WS-ORDER-TAX               PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-ORDER-GROSS             PIC S9(7)V99 COMP-3 VALUE 0.

      *> The chunk gathered from each cursor pass, priced totals
      *> alongside — fetched in full before the first billed-mark
           05  WS-CHUNK-ENTRY         OCCURS 500 TIMES.
               10  WS-CH-ORDER-ID     PIC S9(9) COMP-5.
               10  WS-CH-TOTAL        PIC S9(7)V99 COMP-3.
               10  WS-CH-ITEM-ID      PIC S9(9) COMP-5.
               10  WS-CH-TAX-EXEMPT   PIC X(1).
       01  WS-CHUNK-IDX               PIC 9(4) COMP VALUE 0.

       01  WS-COUNTERS.
           05  WS-ORDERS-BILLED       PIC 9(9) VALUE ZERO.
           05  WS-MARKS-FAILED        PIC 9(9) VALUE ZERO.
           05  WS-UNRATED-ORDERS      PIC 9(9) VALUE ZERO.

       01  WS-ORACLE-ERROR-SW         PIC X VALUE "N".
           88  WS-ORACLE-ERROR        VALUE "Y".
           88  WS-EXTRACT-DONE        VALUE "Y".

      *> Every shipped order not yet billed, with its priced total —
      *> the same contract-or-list pricing the lookup cursor applies
      *> (see SAFE02-CALLED.cob), summed over the order's lines.
      *> The lowest ITEM_ID routes the order to its ship-from site,
      *> the same MIN rule ROUTE-ORDER-WAREHOUSE applies, and the
      *> outer join to CUSTOMERS keeps an order with no account row
      *> billable (taxed — exemption has to be on file to count).
           EXEC SQL
               DECLARE UNBILLED-SHIPPED-CURSOR CURSOR FOR
                   SELECT O.ORDER_ID,
                          NVL(SUM(O.QUANTITY * NVL(
                              (SELECT K.CONTRACT_PRICE
                                 FROM CONTRACT_PRICES K
                                WHERE K.CUSTOMER_ID = O.CUSTOMER_ID
                                  AND K.ITEM_ID = O.ITEM_ID
                                  AND NVL(K.EXPIRY_DATE, SYSDATE)
                                      >= TRUNC(SYSDATE)),
                              NVL(P.UNIT_PRICE, 0))), 0),
                          NVL(MIN(O.ITEM_ID), 0),
                          NVL(MAX(C.TAX_EXEMPT_FLAG), 'N')
                   FROM ORDERS O, PRICES P, CUSTOMERS C
                   WHERE O.ORDER_STATUS = 'S'
                     AND NVL(O.BILLED_FLAG, 'N') <> 'Y'
                     AND O.ORDER_ID NOT BETWEEN :WS-ORA-HB-LOW
                                            AND :WS-ORA-HB-HIGH
                     AND P.ITEM_ID (+) = O.ITEM_ID
                     AND C.CUSTOMER_ID (+) = O.CUSTOMER_ID
                   GROUP BY O.ORDER_ID
                   ORDER BY O.ORDER_ID
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE HB-ORDER-ID-LOW TO WS-ORA-HB-LOW
           MOVE HB-ORDER-ID-HIGH TO WS-ORA-HB-HIGH
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP (1:8) TO WS-RUN-DATE
           PERFORM LOAD-TAX-RATES
           PERFORM OPEN-INVOICE-FILE
           PERFORM WRITE-INVOICE-HEADER
           PERFORM EXTRACT-ONE-CHUNK UNTIL WS-EXTRACT-DONE
               DISPLAY "BILLEXT billed marks failed: "
                   WS-MARKS-FAILED
           END-IF
           IF WS-UNRATED-ORDERS > 0
               DISPLAY "BILLEXT orders untaxed, no site rate: "
                   WS-UNRATED-ORDERS
           END-IF

      *> Step outcome for NIGHTRUN.cob and the scheduler.
           EVALUATE TRUE
               WHEN WS-ORACLE-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MARKS-FAILED > 0
                   OR WS-UNRATED-ORDERS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *> Missing TAXRATE.DAT means no rates are configured — every
      *> order bills with zero tax, the pre-tax behaviour.
       LOAD-TAX-RATES.
           OPEN INPUT TAX-RATE-FILE
           IF WS-TAX-RATE-STATUS = "00"
               PERFORM LOAD-ONE-TAX-RATE UNTIL WS-EOF
               CLOSE TAX-RATE-FILE
           END-IF.

       LOAD-ONE-TAX-RATE.
           READ TAX-RATE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF TR-TAX-RATE-X IS NUMERIC
                           AND WS-TAX-COUNT < 100
                       ADD 1 TO WS-TAX-COUNT
                       MOVE TR-WAREHOUSE-ID
                           TO WS-TX-WAREHOUSE (WS-TAX-COUNT)
                       MOVE TR-TAX-RATE-N
                           TO WS-TX-RATE (WS-TAX-COUNT)
                   END-IF
           END-READ.

       OPEN-INVOICE-FILE.
           OPEN EXTEND INVOICE-FILE
           IF WS-INVOICE-STATUS = "35"
       FETCH-ONE-UNBILLED.
           EXEC SQL
               FETCH UNBILLED-SHIPPED-CURSOR
               INTO :WS-ORA-ORDER-ID, :WS-ORA-ORDER-TOTAL,
                    :WS-ORA-ITEM-ID, :WS-ORA-TAX-EXEMPT
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                       TO WS-CH-ORDER-ID (WS-CHUNK-COUNT)
                   MOVE WS-ORA-ORDER-TOTAL
                       TO WS-CH-TOTAL (WS-CHUNK-COUNT)
                   MOVE WS-ORA-ITEM-ID
                       TO WS-CH-ITEM-ID (WS-CHUNK-COUNT)
                   MOVE WS-ORA-TAX-EXEMPT
                       TO WS-CH-TAX-EXEMPT (WS-CHUNK-COUNT)
                   IF WS-CHUNK-COUNT = 500
                       SET WS-SCAN-DONE TO TRUE
                   END-IF
      *> (A/R de-duplicates on order ID), but never marks an order
      *> billed that A/R never heard about.
       BILL-ONE-ORDER.
           PERFORM TAX-ONE-ORDER
           PERFORM WRITE-INVOICE-RECORD
           PERFORM MARK-ORDER-BILLED.

      *> Ship-from site through WHROUTE, that site's rate off the
      *> table, nothing for an exempt customer. A gross that no
      *> longer fits S9(7)V99 bills untaxed rather than wrapped, and
      *> is counted with the unrated orders for someone to look at.
       TAX-ONE-ORDER.
           MOVE 0 TO WS-ORA-TAX-RATE
           MOVE 0 TO WS-ORDER-TAX
           MOVE WS-CH-ITEM-ID (WS-CHUNK-IDX) TO WS-ROUTE-ITEM-ID
           MOVE "01" TO WS-WAREHOUSE-ID
           CALL "WHROUTE" USING
               WS-ROUTE-ITEM-ID
               WS-WAREHOUSE-ID
           IF WS-CH-TAX-EXEMPT (WS-CHUNK-IDX) NOT = "Y"
               PERFORM FIND-TAX-RATE
               IF WS-TAX-MATCH-IDX = 0
                   ADD 1 TO WS-UNRATED-ORDERS
                   DISPLAY "BILLEXT no tax rate for site "
                       WS-WAREHOUSE-ID " order "
                       WS-CH-ORDER-ID (WS-CHUNK-IDX)
               ELSE
                   MOVE WS-TX-RATE (WS-TAX-MATCH-IDX)
                       TO WS-ORA-TAX-RATE
               END-IF
           END-IF
           COMPUTE WS-ORDER-TAX ROUNDED =
               WS-CH-TOTAL (WS-CHUNK-IDX) * WS-ORA-TAX-RATE
               ON SIZE ERROR
                   MOVE 0 TO WS-ORDER-TAX
           END-COMPUTE
           COMPUTE WS-ORDER-GROSS =
               WS-CH-TOTAL (WS-CHUNK-IDX) + WS-ORDER-TAX
               ON SIZE ERROR
                   MOVE 0 TO WS-ORA-TAX-RATE
                   MOVE 0 TO WS-ORDER-TAX
                   MOVE WS-CH-TOTAL (WS-CHUNK-IDX) TO WS-ORDER-GROSS
                   ADD 1 TO WS-UNRATED-ORDERS
           END-COMPUTE.

       FIND-TAX-RATE.
           MOVE 0 TO WS-TAX-MATCH-IDX
           PERFORM CHECK-ONE-TAX-RATE
               VARYING WS-TAX-IDX FROM 1 BY 1
               UNTIL WS-TAX-IDX > WS-TAX-COUNT
                  OR WS-TAX-MATCH-IDX > 0.

       CHECK-ONE-TAX-RATE.
           IF WS-TX-WAREHOUSE (WS-TAX-IDX) = WS-WAREHOUSE-ID
               MOVE WS-TAX-IDX TO WS-TAX-MATCH-IDX
           END-IF.

       WRITE-INVOICE-RECORD.
           MOVE WS-CH-ORDER-ID (WS-CHUNK-IDX) TO INV-ORDER-ID
           MOVE WS-CH-TOTAL (WS-CHUNK-IDX) TO INV-AMOUNT
           MOVE WS-RUN-DATE TO INV-BILL-DATE
           MOVE WS-ORDER-TAX TO INV-TAX
           MOVE WS-ORDER-GROSS TO INV-GROSS
           MOVE SPACES TO INVOICE-LINE
           STRING INV-ORDER-ID  DELIMITED BY SIZE
                  INV-AMOUNT    DELIMITED BY SIZE
                  INV-BILL-DATE DELIMITED BY SIZE
                  INV-TAX       DELIMITED BY SIZE
                  INV-GROSS     DELIMITED BY SIZE
               INTO INVOICE-LINE
           END-STRING
           WRITE INVOICE-LINE
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD WS-CH-TOTAL (WS-CHUNK-IDX) TO WS-CONTROL-TOTAL
           ADD WS-ORDER-TAX TO WS-TAX-CONTROL-TOTAL.

      *> The billed mark carries what was charged: each line's
      *> unit price (the same contract-or-list expression the
      *> cursor priced it with) and the order's tax rate, for
      *> ORDRETRN.cob to credit from.
       MARK-ORDER-BILLED.
           MOVE WS-CH-ORDER-ID (WS-CHUNK-IDX) TO WS-ORA-ORDER-ID
           EXEC SQL
               UPDATE ORDERS O
               SET O.BILLED_FLAG = :WS-ORA-BILLED-FLAG,
                   O.BILLED_TAX_RATE = :WS-ORA-TAX-RATE,
                   O.BILLED_UNIT_PRICE =
                       NVL((SELECT K.CONTRACT_PRICE
                              FROM CONTRACT_PRICES K
                             WHERE K.CUSTOMER_ID = O.CUSTOMER_ID
                               AND K.ITEM_ID = O.ITEM_ID
                               AND NVL(K.EXPIRY_DATE, SYSDATE)
                                   >= TRUNC(SYSDATE)),
                           (SELECT NVL(MAX(P.UNIT_PRICE), 0)
                              FROM PRICES P
                             WHERE P.ITEM_ID = O.ITEM_ID))
               WHERE O.ORDER_ID = :WS-ORA-ORDER-ID
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
       WRITE-INVOICE-TRAILER.
           MOVE WS-RECORDS-WRITTEN TO INV-RECORD-COUNT
           MOVE WS-CONTROL-TOTAL TO INV-AMOUNT-TOTAL
           MOVE WS-TAX-CONTROL-TOTAL TO INV-TAX-TOTAL
           MOVE SPACES TO INVOICE-LINE
           STRING "TRL"            DELIMITED BY SIZE
                  INV-RECORD-COUNT DELIMITED BY SIZE
                  INV-AMOUNT-TOTAL DELIMITED BY SIZE
                  INV-TAX-TOTAL    DELIMITED BY SIZE
               INTO INVOICE-LINE
           END-STRING
           WRITE INVOICE-LINE.
