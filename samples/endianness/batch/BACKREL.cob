      *   written by WRITE-BACKORDER-RECORD in SAFE02-CALLED.cob):
      *   Positions  1- 9  ORDER-ID    PIC 9(9)
      *   Position  10     (space)
      *   Positions 11-19  NEEDED-QTY  PIC 9(9)  (order's own row)
      *   Position  20     (space)
      *   Positions 21-29  SHORTFALL   PIC 9(9)
      *   Position  30     (space)
      *   Positions 31-56  TIMESTAMP   PIC X(26)
      *   Position  57     (space)
      *   Positions 58-66  SHORT-ITEM  PIC 9(9)  (kit component that
      *                    came up short; zero = the order's own row)
      *
      *   Kit lines (KIT_COMPONENTS, see SAFE02-CALLED.cob) are not
      *   in NEEDED-QTY: they are exploded into their components at
      *   the routed site, and the order releases only when the own
      *   row and every component can cover it. A record written
      *   before kits were exploded has no SHORT-ITEM and carried the
      *   full line total — its kit lines are taken back out of
      *   NEEDED-QTY here.
      *
      * OUTPUT: BACKREL.RPT — released/waiting/dropped detail plus
      *         summary counts.
           05  BKO-SHORTFALL-IN       PIC 9(9).
           05  FILLER                 PIC X(1).
           05  BKO-TIMESTAMP-IN       PIC X(26).
           05  FILLER                 PIC X(1).
           05  BKO-SHORT-ITEM-IN      PIC X(9).

       FD  CARRY-FILE.
       01  CARRY-RECORD               PIC X(70).

       FD  ORDAUDIT-FILE.
       01  ORDAUDIT-LINE              PIC X(130).

       FD  RELEASE-REPORT-FILE.
       01  RELEASE-REPORT-LINE        PIC X(100).
      *> Audit record fields — shared layout with the CALLED modules
      *> and ORDRECON.cob.
           COPY CPY-ORDAUDIT.
      *> Sequence number and chain hash stamped on every audit
      *> record — see CPY-AUDCHAIN.cpy.
           COPY CPY-AUDCHAIN.

       01  WS-EOF-FLAG                PIC X VALUE "N".
           88  WS-EOF                 VALUE "Y".
       01  WS-ORA-ON-HAND             PIC S9(9) COMP-5 VALUE 0.
           COPY CPY-ORDSTAT REPLACING ==:PFX:== BY ==WS-ORA==.

      *> Status-transition event, journaled with every status change
      *> (see CPY-STATEVT.cpy).
           COPY CPY-STATEVT.

      *> The site whose stock covers this order — resolved from the
      *> order's ITEM_ID through the WHROUTE.cob rules, exactly as
      *> the capture path would have routed the reservation, so the
       01  WS-ROUTE-ITEM-ID           PIC S9(9) COMP VALUE 0.
       01  WS-ORA-WAREHOUSE-ID        PIC X(2) VALUE "01".

      *> Kit explosion, the same as CHECK-KIT-COMPONENTS in
      *> SAFE02-CALLED.cob: kit-line quantity for the order, and each
      *> component's need against its stock row at the routed site.
       01  WS-ORA-KIT-LINE-TOTAL      PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-COMPONENT-ID        PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-COMPONENT-NEED      PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-COMPONENT-HAVE      PIC S9(9) COMP-5 VALUE 0.
       01  WS-KIT-SCAN-DONE-SW        PIC X VALUE "N".
           88  WS-KIT-SCAN-DONE       VALUE "Y".
       01  WS-STOCK-COVERS-SW         PIC X VALUE "Y".
           88  WS-STOCK-COVERS        VALUE "Y".

           EXEC SQL
               DECLARE KIT-COMPONENT-CURSOR CURSOR FOR
                   SELECT C.COMPONENT_ITEM_ID, C.NEEDED,
                          NVL((SELECT SUM(I.QUANTITY_ON_HAND)
                                 FROM INVENTORY I
                                WHERE I.ITEM_ID = C.COMPONENT_ITEM_ID
                                  AND NVL(I.WAREHOUSE_ID, '01')
                                      = :WS-ORA-WAREHOUSE-ID), 0)
                   FROM (SELECT K.COMPONENT_ITEM_ID,
                                SUM(O.QUANTITY * K.COMPONENT_QUANTITY)
                                    NEEDED
                           FROM ORDERS O, KIT_COMPONENTS K
                          WHERE O.ORDER_ID = :WS-ORA-ORDER-ID
                            AND K.KIT_ITEM_ID = O.ITEM_ID
                          GROUP BY K.COMPONENT_ITEM_ID) C
                   ORDER BY C.COMPONENT_ITEM_ID
           END-EXEC.

           COPY CPY-RETCODES.

       01  WS-CORRELATION-ID          PIC X(20) VALUE SPACES.

       CHECK-STOCK-AND-RELEASE.
           PERFORM ROUTE-ORDER-WAREHOUSE
           MOVE "Y" TO WS-STOCK-COVERS-SW
           PERFORM SPLIT-KIT-LINES
           IF WS-STOCK-COVERS
                   AND (WS-ORA-NEEDED-QTY > 0
                        OR WS-ORA-KIT-LINE-TOTAL = 0)
               PERFORM CHECK-OWN-ROW-STOCK
           END-IF
           IF WS-STOCK-COVERS AND WS-ORA-KIT-LINE-TOTAL > 0
               PERFORM CHECK-KIT-COMPONENTS
           END-IF
           IF WS-STOCK-COVERS
               PERFORM RELEASE-ORDER
           ELSE
               PERFORM CARRY-RECORD-FORWARD
               ADD 1 TO WS-ORDERS-WAITING
           END-IF.

      *> Kit-line quantity for the order; a pre-kit record's full
      *> line total loses it here so only the own row is judged
      *> against NEEDED-QTY.
       SPLIT-KIT-LINES.
           MOVE 0 TO WS-ORA-KIT-LINE-TOTAL
           EXEC SQL
               SELECT NVL(SUM(O.QUANTITY), 0)
                 INTO :WS-ORA-KIT-LINE-TOTAL
                 FROM ORDERS O
                WHERE O.ORDER_ID = :WS-ORA-ORDER-ID
                  AND EXISTS (SELECT 1
                                FROM KIT_COMPONENTS K
                               WHERE K.KIT_ITEM_ID = O.ITEM_ID)
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET WS-ORACLE-ERROR TO TRUE
                   MOVE "N" TO WS-STOCK-COVERS-SW
               WHEN BKO-SHORT-ITEM-IN = SPACES
                       AND WS-ORA-NEEDED-QTY >= WS-ORA-KIT-LINE-TOTAL
                   SUBTRACT WS-ORA-KIT-LINE-TOTAL
                       FROM WS-ORA-NEEDED-QTY
           END-EVALUATE.

       CHECK-OWN-ROW-STOCK.
           EXEC SQL
               SELECT QUANTITY_ON_HAND
                 INTO :WS-ORA-ON-HAND
               WHEN SQLCODE = ORA-SQLCODE-NOT-FOUND
      *> No stock row to release against — the order keeps waiting
      *> and INVRECON's missing-row reporting is the chase path.
                   MOVE "N" TO WS-STOCK-COVERS-SW
               WHEN SQLCODE NOT = 0
                   SET WS-ORACLE-ERROR TO TRUE
                   MOVE "N" TO WS-STOCK-COVERS-SW
               WHEN WS-ORA-ON-HAND < WS-ORA-NEEDED-QTY
                   MOVE "N" TO WS-STOCK-COVERS-SW
           END-EVALUATE.

      *> Every component has to cover its share — the first one that
      *> cannot keeps the whole order waiting.
       CHECK-KIT-COMPONENTS.
           MOVE "N" TO WS-KIT-SCAN-DONE-SW
           EXEC SQL
               OPEN KIT-COMPONENT-CURSOR
           END-EXEC
           IF SQLCODE = 0
               PERFORM CHECK-ONE-KIT-COMPONENT
                   UNTIL WS-KIT-SCAN-DONE
               EXEC SQL
                   CLOSE KIT-COMPONENT-CURSOR
               END-EXEC
           ELSE
               SET WS-ORACLE-ERROR TO TRUE
               MOVE "N" TO WS-STOCK-COVERS-SW
           END-IF.

       CHECK-ONE-KIT-COMPONENT.
           EXEC SQL
               FETCH KIT-COMPONENT-CURSOR
               INTO :WS-ORA-COMPONENT-ID,
                    :WS-ORA-COMPONENT-NEED,
                    :WS-ORA-COMPONENT-HAVE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                       AND WS-ORA-COMPONENT-HAVE
                           < WS-ORA-COMPONENT-NEED
                   MOVE "N" TO WS-STOCK-COVERS-SW
                   SET WS-KIT-SCAN-DONE TO TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = ORA-SQLCODE-NOT-FOUND
                   SET WS-KIT-SCAN-DONE TO TRUE
               WHEN OTHER
                   SET WS-ORACLE-ERROR TO TRUE
                   MOVE "N" TO WS-STOCK-COVERS-SW
                   SET WS-KIT-SCAN-DONE TO TRUE
           END-EVALUATE.

      *> The release proper: decrement and status flip under one
      *> ORDCANCL.cob applies to the reverse movement.
       RELEASE-ORDER.
           MOVE "Y" TO WS-RELEASE-OK-SW
           IF WS-ORA-NEEDED-QTY > 0 OR WS-ORA-KIT-LINE-TOTAL = 0
               EXEC SQL
                   UPDATE INVENTORY
                   SET QUANTITY_ON_HAND =
                       QUANTITY_ON_HAND - :WS-ORA-NEEDED-QTY
                   WHERE ORDER_ID = :WS-ORA-ORDER-ID
                     AND NVL(WAREHOUSE_ID, '01')
                         = :WS-ORA-WAREHOUSE-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE "N" TO WS-RELEASE-OK-SW
               END-IF
           END-IF
           IF WS-RELEASE-OK AND WS-ORA-KIT-LINE-TOTAL > 0
               PERFORM DECREMENT-KIT-COMPONENTS
           END-IF
           IF WS-RELEASE-OK
               SET WS-ORA-STATUS-RESERVED TO TRUE
               MOVE WS-ORA-ORDER-ID TO WS-CORR-ORDER-ID
               MOVE SPACES TO EVT-CORRELATION-ID
               STRING "BACKREL-" DELIMITED BY SIZE
                      WS-CORR-ORDER-ID DELIMITED BY SIZE
                   INTO EVT-CORRELATION-ID
               END-STRING
               MOVE WS-ORA-ORDER-ID TO EVT-ORDER-ID
               MOVE WS-ORA-ORDER-STATUS TO EVT-TO-STATUS
               MOVE "BACKREL" TO EVT-PROGRAM-ID
               PERFORM LOG-STATUS-EVENT
               IF EVT-LOGGED
                   EXEC SQL
                       UPDATE ORDERS
                       SET ORDER_STATUS = :WS-ORA-ORDER-STATUS
                       WHERE ORDER_ID = :WS-ORA-ORDER-ID
                   END-EXEC
               END-IF
               IF SQLCODE NOT = 0
                   MOVE "N" TO WS-RELEASE-OK-SW
               END-IF
           END-IF
           IF WS-RELEASE-OK
               EXEC SQL
                   COMMIT
               PERFORM CARRY-RECORD-FORWARD
           END-IF.

      *> Same component decrement as DECREMENT-KIT-COMPONENTS in
      *> SAFE02-CALLED.cob, inside the release's commit scope.
       DECREMENT-KIT-COMPONENTS.
           EXEC SQL
               UPDATE INVENTORY I
               SET I.QUANTITY_ON_HAND = I.QUANTITY_ON_HAND -
                   (SELECT SUM(O.QUANTITY * K.COMPONENT_QUANTITY)
                      FROM ORDERS O, KIT_COMPONENTS K
                     WHERE O.ORDER_ID = :WS-ORA-ORDER-ID
                       AND K.KIT_ITEM_ID = O.ITEM_ID
                       AND K.COMPONENT_ITEM_ID = I.ITEM_ID)
               WHERE NVL(I.WAREHOUSE_ID, '01') = :WS-ORA-WAREHOUSE-ID
                 AND I.ITEM_ID IN
                     (SELECT K.COMPONENT_ITEM_ID
                        FROM ORDERS O, KIT_COMPONENTS K
                       WHERE O.ORDER_ID = :WS-ORA-ORDER-ID
                         AND K.KIT_ITEM_ID = O.ITEM_ID)
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "N" TO WS-RELEASE-OK-SW
           END-IF.

      *> Same site resolution as ROUTE-ORDER-WAREHOUSE in
      *> SAFE02-CALLED.cob — MIN over the lines, default site when
      *> no rule covers the item. A failed read leaves the default;
       WRITE-AUDIT-RECORD.
           MOVE WS-ORA-ORDER-ID TO AUD-ORDER-ID
           MOVE 0 TO AUD-QUANTITY-IN
           COMPUTE AUD-QUANTITY-OUT =
               WS-ORA-NEEDED-QTY + WS-ORA-KIT-LINE-TOTAL
           END-COMPUTE
           MOVE RC-SUCCESS TO AUD-RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-ORA-ORDER-ID TO WS-CORR-ORDER-ID
      *> File doesn't exist yet on the first-ever release.
               OPEN OUTPUT ORDAUDIT-FILE
           END-IF
           PERFORM STAMP-AUDIT-LINE
           WRITE ORDAUDIT-LINE
           CLOSE ORDAUDIT-FILE
           PERFORM RELEASE-AUDIT-LINE.

      *> Audit-chain stamping, shared with every ORDAUDIT writer
      *> — see CPY-AUDSTAMP.cpy.
           COPY CPY-AUDSTAMP.

       WRITE-RELEASED-LINE.
           MOVE WS-ORA-ORDER-ID TO WS-RL-ORDER-ID
           COMPUTE WS-RL-QTY =
               WS-ORA-NEEDED-QTY + WS-ORA-KIT-LINE-TOTAL
           END-COMPUTE
           MOVE SPACES TO RELEASE-REPORT-LINE
           STRING "RELEASED ORDER " DELIMITED BY SIZE
                  WS-RL-ORDER-ID    DELIMITED BY SIZE
                   TO RELEASE-REPORT-LINE
               WRITE RELEASE-REPORT-LINE
           END-IF.

      *> Status-transition journal, shared with every program that
      *> changes ORDER_STATUS — see CPY-STATLOG.cpy.
           COPY CPY-STATLOG.
