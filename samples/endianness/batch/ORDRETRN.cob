      *   under one commit scope per receipt (the same discipline
      *   ORDCANCL.cob uses to release stock), writes its own
      *   ORDAUDIT record per attempt, and produces a credit extract
      *   priced at what the invoice actually charged: the line's
      *   BILLED_UNIT_PRICE and the order's BILLED_TAX_RATE, both
      *   stamped by BILLEXT.cob when it billed the order, so the
      *   credit gives back exactly the goods and tax charged on the
      *   returned quantity whatever prices or tax rates have done
      *   since. A line billed before those stamps existed falls
      *   back to the contract-or-list path the lookup uses (the
      *   customer's CONTRACT_PRICES price while one is in force,
      *   else PRICES.UNIT_PRICE) with no tax, since none was
      *   charged. A returned item with no price at all credits at
      *   zero, which finance reads as "price missing", not
      *   "worthless".
      *
      *   Damaged returns ("D" disposition) are credited but never
      *   restocked — broken stock on the book is exactly the drift
      *   INVRECON exists to catch, not something to create.
      *   A sellable kit (an item with KIT_COMPONENTS rows, see
      *   SAFE02-CALLED.cob) is broken back down on the dock: its
      *   components' stock rows take the units, as the reservation
      *   took them, and the kit's own row is never touched.
      *
      *   Cumulative returns per line are tracked in
      *   ORDERS.RETURNED_QUANTITY (defaulting 0/NULL, assumed
      *   SHIPPED_QUANTITY), so a re-fed receipt file can never
      *   credit or restock more than was ever ordered.
      *
      *   A receipt may name the lot printed on the returned units.
      *   A lot-bearing return adds a return row to LOT_MOVEMENTS
      *   (see LOTTRACE.cob) in the return's commit scope — damaged
      *   units too, since they are back out of the customer's hands
      *   either way. A lot the order line never shipped (per the
      *   shipment rows SHIPCONF.cob recorded) is still recorded, as
      *   that is what is physically on the dock, but is listed for
      *   the warehouse to check.
      *
      * RETURNS RECEIPT FORMAT (RETURNS.DAT, one record per line):
      *   Positions  1- 9  ORDER-ID     PIC 9(9)
      *   Positions 10-18  ITEM-ID      PIC 9(9)
      *   Positions 19-27  QUANTITY     PIC 9(9)
      *   Position  28     DISPOSITION  PIC X(1)  ("S" sellable,
      *                                 "D" damaged)
      *   Positions 29-40  LOT-NUMBER   PIC X(12) (optional)
      *
      * CREDIT EXTRACT FORMAT (CREDEXT.DAT, one record per credited
      *   receipt, appended):
      *   Positions 28-36  UNIT-PRICE   PIC S9(7)V99 (zoned)
      *   Positions 37-45  CREDIT-VALUE PIC S9(7)V99 (zoned)
      *   Positions 46-53  CREDIT-DATE  PIC 9(8)
      *   Positions 54-62  CREDIT-TAX   PIC S9(7)V99 (zoned; tax
      *                                 credited on top of the
      *                                 goods value)
      *
      * OUTPUT: ORDRETRN.RPT — applied/rejected detail plus summary.
      *
           05  RT-QUANTITY-N          REDEFINES RT-QUANTITY-X
                                       PIC 9(9).
           05  RT-DISPOSITION         PIC X(1).
           05  RT-LOT-NUMBER          PIC X(12).

       FD  CREDIT-EXTRACT-FILE.
       01  CREDIT-EXTRACT-RECORD.
           05  CE-UNIT-PRICE          PIC S9(7)V99.
           05  CE-CREDIT-VALUE        PIC S9(7)V99.
           05  CE-CREDIT-DATE         PIC 9(8).
           05  CE-CREDIT-TAX          PIC S9(7)V99.

       FD  ORDAUDIT-FILE.
       01  ORDAUDIT-LINE              PIC X(130).

       FD  RETURNS-REPORT-FILE.
       01  RETURNS-REPORT-LINE        PIC X(100).
      *> Audit record fields — shared layout with the CALLED modules
      *> and ORDRECON.cob.
           COPY CPY-ORDAUDIT.
      *> Sequence number and chain hash stamped on every audit
      *> record — see CPY-AUDCHAIN.cpy.
           COPY CPY-AUDCHAIN.

       01  WS-EOF-FLAG                PIC X VALUE "N".
           88  WS-EOF                 VALUE "Y".
       01  WS-ORA-ALREADY-RETURNED    PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-UNIT-PRICE          PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-CREDIT-VALUE            PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-ORA-TAX-RATE            PIC S9V9(5) COMP-3 VALUE 0.
       01  WS-CREDIT-TAX              PIC S9(7)V99 COMP-3 VALUE 0.

      *> The site whose stock takes the sellable return — resolved
      *> from the order's ITEM_ID through the WHROUTE.cob rules,
       01  WS-ROUTE-ITEM-ID           PIC S9(9) COMP VALUE 0.
       01  WS-ORA-WAREHOUSE-ID        PIC X(2) VALUE "01".

      *> Component rows under the returned item — zero for an item
      *> that is not a kit.
       01  WS-ORA-KIT-COMPONENTS      PIC S9(9) COMP-5 VALUE 0.

       01  WS-ORA-LOT-NUMBER          PIC X(12) VALUE SPACES.
       01  WS-ORA-LOT-SHIPPED         PIC S9(9) COMP-5 VALUE 0.
       01  WS-LOT-MISMATCH-SW         PIC X VALUE "N".
           88  WS-LOT-MISMATCH        VALUE "Y".

           COPY CPY-ORDSTAT REPLACING ==:PFX:== BY ==WS-ORA==.

           COPY CPY-RETCODES.
           05  WS-RECEIPTS-APPLIED    PIC 9(9) VALUE ZERO.
           05  WS-RECEIPTS-REJECTED   PIC 9(9) VALUE ZERO.
           05  WS-UNITS-RESTOCKED     PIC 9(9) VALUE ZERO.
           05  WS-LOTS-RECORDED       PIC 9(9) VALUE ZERO.
           05  WS-LOT-MISMATCHES      PIC 9(9) VALUE ZERO.

       01  WS-ORACLE-ERROR-SW         PIC X VALUE "N".
           88  WS-ORACLE-ERROR        VALUE "Y".
           05  WS-RL-ORDER-ID         PIC -(8)9.
           05  WS-RL-COUNT            PIC Z(8)9.
           05  WS-RL-CREDIT           PIC -(6)9.99.
           05  WS-RL-CREDIT-TAX       PIC -(6)9.99.
           05  WS-RL-RC               PIC -(4)9.

       PROCEDURE DIVISION.
               WHEN WS-ORACLE-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RECEIPTS-REJECTED > 0
                   OR WS-LOT-MISMATCHES > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
      *> way; the credit record only once the commit held.
       PROCESS-ONE-RETURN.
           MOVE "Y" TO WS-RETURN-OK-SW
           MOVE "N" TO WS-LOT-MISMATCH-SW
           MOVE RC-SUCCESS TO WS-RETURN-CODE
           PERFORM VERIFY-ORDER-SHIPPED
           IF WS-RETURN-OK
           IF WS-RETURN-OK
               PERFORM RECORD-RETURNED-QUANTITY
           END-IF
           IF WS-RETURN-OK
                   AND RT-LOT-NUMBER NOT = SPACES
               PERFORM RECORD-RETURNED-LOT
           END-IF
           IF WS-RETURN-OK
               EXEC SQL
                   COMMIT
               IF RT-DISPOSITION = "S"
                   ADD RT-QUANTITY-N TO WS-UNITS-RESTOCKED
               END-IF
               IF RT-LOT-NUMBER NOT = SPACES
                   ADD 1 TO WS-LOTS-RECORDED
               END-IF
               IF WS-LOT-MISMATCH
                   ADD 1 TO WS-LOT-MISMATCHES
                   PERFORM WRITE-LOT-MISMATCH-LINE
               END-IF
               PERFORM WRITE-CREDIT-RECORD
           ELSE
               EXEC SQL
       RESTOCK-INVENTORY.
           PERFORM ROUTE-ORDER-WAREHOUSE
           IF WS-RETURN-OK
               PERFORM COUNT-KIT-COMPONENTS
           END-IF
           IF WS-RETURN-OK AND WS-ORA-KIT-COMPONENTS > 0
               PERFORM RESTOCK-KIT-COMPONENTS
           END-IF
           IF WS-RETURN-OK AND WS-ORA-KIT-COMPONENTS = 0
               EXEC SQL
                   UPDATE INVENTORY
                   SET QUANTITY_ON_HAND =
               END-IF
           END-IF.

       COUNT-KIT-COMPONENTS.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ORA-KIT-COMPONENTS
                 FROM KIT_COMPONENTS
                WHERE KIT_ITEM_ID = :WS-ORA-ITEM-ID
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "N" TO WS-RETURN-OK-SW
               SET WS-ORACLE-ERROR TO TRUE
               PERFORM TRANSLATE-SQLCODE
           END-IF.

      *> Each component of the returned kit gets back its share of
      *> the returned units at the routed site.
       RESTOCK-KIT-COMPONENTS.
           EXEC SQL
               UPDATE INVENTORY I
               SET I.QUANTITY_ON_HAND = I.QUANTITY_ON_HAND +
                   (SELECT SUM(K.COMPONENT_QUANTITY)
                           * :WS-ORA-RETURN-QTY
                      FROM KIT_COMPONENTS K
                     WHERE K.KIT_ITEM_ID = :WS-ORA-ITEM-ID
                       AND K.COMPONENT_ITEM_ID = I.ITEM_ID)
               WHERE NVL(I.WAREHOUSE_ID, '01') = :WS-ORA-WAREHOUSE-ID
                 AND I.ITEM_ID IN
                     (SELECT K.COMPONENT_ITEM_ID
                        FROM KIT_COMPONENTS K
                       WHERE K.KIT_ITEM_ID = :WS-ORA-ITEM-ID)
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "N" TO WS-RETURN-OK-SW
               SET WS-ORACLE-ERROR TO TRUE
               PERFORM TRANSLATE-SQLCODE
           END-IF.

      *> Same site resolution as ROUTE-ORDER-WAREHOUSE in
      *> SAFE02-CALLED.cob — MIN over the lines, default site when
      *> no rule covers the item. A failed read refuses the receipt
               PERFORM TRANSLATE-SQLCODE
           END-IF.

      *> The return row goes against the site the order shipped
      *> from, the same routing the restock uses (a damaged return
      *> has not been routed yet).
       RECORD-RETURNED-LOT.
           MOVE RT-LOT-NUMBER TO WS-ORA-LOT-NUMBER
           MOVE 0 TO WS-ORA-LOT-SHIPPED
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ORA-LOT-SHIPPED
                 FROM LOT_MOVEMENTS
                WHERE LOT_NUMBER = :WS-ORA-LOT-NUMBER
                  AND MOVEMENT_TYPE = 'S'
                  AND ORDER_ID = :WS-ORA-ORDER-ID
                  AND ITEM_ID = :WS-ORA-ITEM-ID
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "N" TO WS-RETURN-OK-SW
               SET WS-ORACLE-ERROR TO TRUE
               PERFORM TRANSLATE-SQLCODE
           END-IF
           IF WS-RETURN-OK
                   AND WS-ORA-LOT-SHIPPED = 0
               SET WS-LOT-MISMATCH TO TRUE
           END-IF
           IF WS-RETURN-OK
                   AND RT-DISPOSITION NOT = "S"
               PERFORM ROUTE-ORDER-WAREHOUSE
           END-IF
           IF WS-RETURN-OK
               EXEC SQL
                   INSERT INTO LOT_MOVEMENTS
                       (LOT_NUMBER, MOVEMENT_TYPE, ITEM_ID, QUANTITY,
                        WAREHOUSE_ID, ORDER_ID, CUSTOMER_ID,
                        MOVEMENT_DATE)
                   SELECT :WS-ORA-LOT-NUMBER, 'R', :WS-ORA-ITEM-ID,
                          :WS-ORA-RETURN-QTY, :WS-ORA-WAREHOUSE-ID,
                          :WS-ORA-ORDER-ID, NVL(MIN(CUSTOMER_ID), 0),
                          TRUNC(SYSDATE)
                     FROM ORDERS
                    WHERE ORDER_ID = :WS-ORA-ORDER-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE "N" TO WS-RETURN-OK-SW
                   SET WS-ORACLE-ERROR TO TRUE
                   PERFORM TRANSLATE-SQLCODE
               END-IF
           END-IF.

      *> Priced from what the invoice charged — the line's
      *> BILLED_UNIT_PRICE and the order's BILLED_TAX_RATE (see the
      *> header) — falling back, for a line billed before those
      *> were stamped, to the same contract-or-list price the lookup
      *> charges (see SAFE02-CALLED.cob) and no tax. An item with no
      *> price at all credits at zero, "price missing", for finance
      *> to chase rather than guess. Tax is rounded to the cent the
      *> same way BILLEXT.cob rounds it.
       WRITE-CREDIT-RECORD.
           MOVE 0 TO WS-ORA-UNIT-PRICE
           MOVE 0 TO WS-ORA-TAX-RATE
           EXEC SQL
               SELECT NVL(O.BILLED_UNIT_PRICE,
                          NVL((SELECT K.CONTRACT_PRICE
                                 FROM CONTRACT_PRICES K
                                WHERE K.CUSTOMER_ID = O.CUSTOMER_ID
                                  AND K.ITEM_ID = O.ITEM_ID
                                  AND NVL(K.EXPIRY_DATE, SYSDATE)
                                      >= TRUNC(SYSDATE)),
                              NVL(P.UNIT_PRICE, 0))),
                      NVL(O.BILLED_TAX_RATE, 0)
                 INTO :WS-ORA-UNIT-PRICE, :WS-ORA-TAX-RATE
                 FROM ORDERS O, PRICES P
                WHERE O.ORDER_ID = :WS-ORA-ORDER-ID
                  AND O.ITEM_ID = :WS-ORA-ITEM-ID
                  AND P.ITEM_ID (+) = O.ITEM_ID
                  AND ROWNUM = 1
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = ORA-SQLCODE-NOT-FOUND
               SET WS-ORACLE-ERROR TO TRUE
               MOVE 0 TO WS-ORA-UNIT-PRICE
               MOVE 0 TO WS-ORA-TAX-RATE
           END-IF
           COMPUTE WS-CREDIT-VALUE =
               WS-ORA-RETURN-QTY * WS-ORA-UNIT-PRICE
               ON SIZE ERROR
                   MOVE 0 TO WS-CREDIT-VALUE
           END-COMPUTE
           COMPUTE WS-CREDIT-TAX ROUNDED =
               WS-CREDIT-VALUE * WS-ORA-TAX-RATE
               ON SIZE ERROR
                   MOVE 0 TO WS-CREDIT-TAX
           END-COMPUTE

           OPEN EXTEND CREDIT-EXTRACT-FILE
           IF WS-CREDIT-STATUS = "35"
           MOVE WS-ORA-UNIT-PRICE TO CE-UNIT-PRICE
           MOVE WS-CREDIT-VALUE TO CE-CREDIT-VALUE
           MOVE WS-RUN-DATE TO CE-CREDIT-DATE
           MOVE WS-CREDIT-TAX TO CE-CREDIT-TAX
           WRITE CREDIT-EXTRACT-RECORD
           CLOSE CREDIT-EXTRACT-FILE

           MOVE WS-CREDIT-VALUE TO WS-RL-CREDIT
           MOVE WS-CREDIT-TAX TO WS-RL-CREDIT-TAX
           MOVE RT-ORDER-ID-N TO WS-RL-ORDER-ID
           MOVE SPACES TO RETURNS-REPORT-LINE
           STRING "RETURN APPLIED: ORDER " DELIMITED BY SIZE
                  RT-DISPOSITION           DELIMITED BY SIZE
                  ") CREDIT "              DELIMITED BY SIZE
                  WS-RL-CREDIT             DELIMITED BY SIZE
                  " TAX "                  DELIMITED BY SIZE
                  WS-RL-CREDIT-TAX         DELIMITED BY SIZE
               INTO RETURNS-REPORT-LINE
           END-STRING
           WRITE RETURNS-REPORT-LINE.
      *> File doesn't exist yet on the first-ever return.
               OPEN OUTPUT ORDAUDIT-FILE
           END-IF
           PERFORM STAMP-AUDIT-LINE
           WRITE ORDAUDIT-LINE
           CLOSE ORDAUDIT-FILE
           PERFORM RELEASE-AUDIT-LINE.

      *> Audit-chain stamping, shared with every ORDAUDIT writer
      *> — see CPY-AUDSTAMP.cpy.
           COPY CPY-AUDSTAMP.

       WRITE-BAD-RECEIPT-LINE.
           MOVE SPACES TO RETURNS-REPORT-LINE
           END-STRING
           WRITE RETURNS-REPORT-LINE.

       WRITE-LOT-MISMATCH-LINE.
           MOVE RT-ORDER-ID-N TO WS-RL-ORDER-ID
           MOVE SPACES TO RETURNS-REPORT-LINE
           STRING "LOT NOT SHIPPED ON ORDER: ORDER " DELIMITED BY SIZE
                  WS-RL-ORDER-ID    DELIMITED BY SIZE
                  " ITEM "          DELIMITED BY SIZE
                  RT-ITEM-ID-X      DELIMITED BY SIZE
                  " LOT "           DELIMITED BY SIZE
                  RT-LOT-NUMBER     DELIMITED BY SIZE
               INTO RETURNS-REPORT-LINE
           END-STRING
           WRITE RETURNS-REPORT-LINE.

       WRITE-REFUSED-LINE.
           MOVE RT-ORDER-ID-N TO WS-RL-ORDER-ID
           MOVE WS-RETURN-CODE TO WS-RL-RC
           END-STRING
           WRITE RETURNS-REPORT-LINE

           MOVE WS-LOTS-RECORDED TO WS-RL-COUNT
           MOVE SPACES TO RETURNS-REPORT-LINE
           STRING "LOTS RECORDED:     " DELIMITED BY SIZE
                  WS-RL-COUNT           DELIMITED BY SIZE
               INTO RETURNS-REPORT-LINE
           END-STRING
           WRITE RETURNS-REPORT-LINE

           MOVE WS-LOT-MISMATCHES TO WS-RL-COUNT
           MOVE SPACES TO RETURNS-REPORT-LINE
           STRING "LOTS NOT SHIPPED:  " DELIMITED BY SIZE
                  WS-RL-COUNT           DELIMITED BY SIZE
               INTO RETURNS-REPORT-LINE
           END-STRING
           WRITE RETURNS-REPORT-LINE

      *> The run could not be fully trusted — say so instead of
      *> letting a short report read as a clean day.
           IF WS-ORACLE-ERROR
