               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRY-CONFIG-STATUS.

      *> Release lead time for future-dated orders — see
      *> READ-SCHEDULE-CONFIG and CHECK-SHIP-DATE. Same "missing file
      *> = no override" convention as RETRYCFG.DAT, and the same
      *> file SCHDREL.cob reads, so the lookup parks and the release
      *> job releases against one lead time.
           SELECT SCHEDULE-CONFIG-FILE ASSIGN TO "SCHDCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-CONFIG-STATUS.

      *> Per-lookup timing trail — start/end timestamps, elapsed
      *> centiseconds, and retries burned, one line per invocation
      *> (see CPY-ORDTIMNG.cpy and the TIMERPT.cob report). Same
       DATA DIVISION.
       FILE SECTION.
       FD  ORDAUDIT-FILE.
       01  ORDAUDIT-LINE              PIC X(130).

       FD  ORDTIMNG-FILE.
       01  ORDTIMNG-LINE              PIC X(100).

       FD  BACKORDER-FILE.
       01  BACKORDER-LINE             PIC X(70).

       FD  RETRY-CONFIG-FILE.
       01  RETRY-CONFIG-RECORD.
           05  RCR-MAX-RETRIES        PIC 9(2).
           05  RCR-RETRY-DELAY-SECS   PIC 9(2).

       FD  SCHEDULE-CONFIG-FILE.
       01  SCHEDULE-CONFIG-RECORD.
           05  SCR-LEAD-DAYS-X        PIC X(3).
           05  SCR-LEAD-DAYS-N        REDEFINES SCR-LEAD-DAYS-X
                                       PIC 9(3).

       WORKING-STORAGE SECTION.

       01  WS-RETRY-CONFIG-STATUS     PIC XX.
       01  WS-SCHEDULE-CONFIG-STATUS  PIC XX.

       01  WS-AUDIT-STATUS            PIC XX.
      *> Audit record fields — shared layout with ENDIAN02-CALLED and
      *> ORDRECON.cob (the nightly reconciliation report).
           COPY CPY-ORDAUDIT.
      *> Sequence number and chain hash stamped on every audit
      *> record — see CPY-AUDCHAIN.cpy.
           COPY CPY-AUDCHAIN.

       01  WS-TIMING-STATUS           PIC XX.
      *> Timing record fields — shared layout with SAFE02-BULK.cob
      *> CPY-ORDSTAT.cpy).
           COPY CPY-ORDSTAT REPLACING ==:PFX:== BY ==WS-ORA==.

      *> Status-transition event, journaled with every status change
      *> (see UPDATE-ORDER-STATUS-ROW and CPY-STATEVT.cpy).
           COPY CPY-STATEVT.

      *> Business return codes and the raw Oracle SQLCODEs they are
      *> translated from — see TRANSLATE-SQLCODE below.
           COPY CPY-RETCODES.
      *> which billing reads as "price missing", not "free". ITEM_ID
      *> is assumed present on ORDERS the same way ORDRECON.cob
      *> assumes ORDER_DATE.
      *>
      *> A customer with a negotiated price for the item is charged
      *> that instead: the CONTRACT_PRICES row CPRLOAD.cob keeps for
      *> the customer/item pair wins while it is in force (no
      *> EXPIRY_DATE, or one not yet passed), and list price is the
      *> fallback. CPRLOAD only ever writes a contract once its
      *> effective date has arrived, so expiry is the only date the
      *> pricing has to test. Every program that prices an order
      *> uses this same expression.
           EXEC SQL
               DECLARE ORDER-LINES-CURSOR CURSOR FOR
                   SELECT O.QUANTITY,
                          NVL((SELECT K.CONTRACT_PRICE
                                 FROM CONTRACT_PRICES K
                                WHERE K.CUSTOMER_ID = O.CUSTOMER_ID
                                  AND K.ITEM_ID = O.ITEM_ID
                                  AND NVL(K.EXPIRY_DATE, SYSDATE)
                                      >= TRUNC(SYSDATE)),
                              NVL(P.UNIT_PRICE, 0))
                   FROM ORDERS O, PRICES P
                   WHERE O.ORDER_ID = :WS-ORA-ORDER-ID
                     AND P.ITEM_ID (+) = O.ITEM_ID
       01  WS-VALID-INPUT-SW   PIC X VALUE "Y".
           88  WS-VALID-INPUT  VALUE "Y".

      *> Set when LS-ORDER-ID lies in the synthetic heartbeat range
      *> (see CPY-HRTBEAT.cpy) — the lookup, validation and audit
      *> run exactly as for a real order, but no status is written,
      *> no credit is checked, nothing is priced out and no stock is
      *> reserved.
           COPY CPY-HRTBEAT.
       01  WS-HEARTBEAT-SW     PIC X VALUE "N".
           88  WS-HEARTBEAT-ORDER VALUE "Y".

      *> Bounded retry for transient Oracle row-lock contention on
      *> ORDERS. Real order volumes hit resource-busy/lock-timeout
      *> SQLCODEs often enough that a single SELECT attempt isn't
       01  WS-STOCK-SHORT-SW     PIC X VALUE "N".
           88  WS-STOCK-SHORT    VALUE "Y".

      *> Kit explosion (SPLIT-KIT-LINES, CHECK-KIT-COMPONENTS). A
      *> line whose ITEM_ID has rows in KIT_COMPONENTS is never
      *> stocked as itself — it is built from its components, so its
      *> quantity comes off each component's stock row at the routed
      *> site (INVENTORY keyed by ITEM_ID, the way INVRECPT.cob books
      *> receipts), COMPONENT_QUANTITY per kit. WS-ORA-OWN-TOTAL is
      *> what is left for the order's own row: every line, for an
      *> order with no kit on it.
      *>
      *> KIT_COMPONENTS (assumed table, maintained by merchandising):
      *>   KIT_ITEM_ID         NUMBER(9)  the kit as ordered
      *>   COMPONENT_ITEM_ID   NUMBER(9)  one component of it
      *>   COMPONENT_QUANTITY  NUMBER(9)  units of it per kit
       01  WS-ORA-KIT-LINE-TOTAL PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-OWN-TOTAL      PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-COMPONENT-ID   PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-COMPONENT-NEED PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-COMPONENT-HAVE PIC S9(9) COMP-5 VALUE 0.
       01  WS-KIT-SCAN-DONE-SW   PIC X VALUE "N".
           88  WS-KIT-SCAN-DONE  VALUE "Y".
       01  WS-DECREMENT-OK-SW    PIC X VALUE "Y".
           88  WS-DECREMENT-OK   VALUE "Y".
      *> Set by UPDATE-ORDER-STATUS-ROW: both the journal event and
      *> the ORDERS update went in. Every caller tests it before its
      *> COMMIT.
       01  WS-STATUS-WRITTEN-SW  PIC X VALUE "Y".
           88  WS-STATUS-WRITTEN VALUE "Y".

      *> Whatever came up short, for the BACKORD.DAT record: the
      *> order's own row (item zero) or the first component, in
      *> COMPONENT_ITEM_ID order, that cannot cover the kits.
       01  WS-ORA-SHORT-ITEM-ID  PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-SHORT-NEEDED   PIC S9(9) COMP-5 VALUE 0.

      *> Every component the order's kit lines need at the routed
      *> site, with that site's on-hand — a component with no stock
      *> row there reads as zero on hand, and short.
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

      *> Backorder record fields, STRINGed into BACKORDER-LINE the
      *> same way the audit line is built. BACKREL.cob reads this
      *> layout back — a field change here belongs in both.
       01  BKO-NEEDED-QTY        PIC 9(9).
       01  BKO-SHORTFALL         PIC 9(9).
       01  BKO-TIMESTAMP         PIC X(26).
       01  BKO-SHORT-ITEM-ID     PIC 9(9).

      *> CUSTOMERS.CREDIT_HOLD_FLAG for the order's customer — "Y"
      *> means finance has the account on hold and nothing may be
      *> customer behind this order, their CUSTOMERS.CREDIT_LIMIT
      *> (zero or absent = no limit configured, no check), and
      *> their open reserved-but-unbilled exposure priced through
      *> the same contract-or-list pricing this lookup uses. All
      *> money in COMP-3 (see SAFE01.cob); the exposure sum gets
      *> the wider picture because one customer's open orders can
      *> legitimately outgrow a single order's S9(7)V99.
       01  WS-TOTAL-OVERFLOW-SW  PIC X VALUE "N".
           88  WS-TOTAL-OVERFLOW VALUE "Y".

      *> Future-dated orders (CHECK-SHIP-DATE): the order's
      *> REQUESTED_SHIP_DATE as YYYYMMDD ("00000000" when none was
      *> asked for), and how many business days ahead of it the
      *> reservation may run. Five is the default; SCHDCFG.DAT
      *> overrides it. An order further out than that is parked
      *> SCHEDULED and SCHDREL.cob re-drives it when its time comes.
       01  WS-ORA-SHIP-DATE-X    PIC X(8) VALUE ZEROS.
       01  WS-ORA-SHIP-DATE-N    REDEFINES WS-ORA-SHIP-DATE-X
                                  PIC 9(8).
       01  WS-RELEASE-LEAD-DAYS  PIC 9(3) VALUE 5.
           COPY CPY-BUSDATE.

       LINKAGE SECTION.
      *> STEP 1: Receive parameters as COMP (big-endian under
      *> BINARY(BE)), matching the caller's byte layout.
       01  LS-CORRELATION-ID   PIC X(20).

      *> Priced value of the whole order — every line's QUANTITY
      *> times its contract or list price — returned when the lookup
      *> reserved stock or parked the order SCHEDULED, zero
      *> otherwise. COMP-3 on purpose:
      *> packed decimal crosses the call interface byte-identical
      *> under any BINARY option (see SAFE01.cob), so unlike the COMP
      *> parameters above it needs no byte-order commentary at all.
       01  LS-ORDER-TOTAL      PIC S9(7)V99 COMP-3.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-LOOKUP-START-TS
           PERFORM READ-RETRY-CONFIG
           PERFORM READ-SCHEDULE-CONFIG
           MOVE LS-QUANTITY TO WS-QUANTITY-ON-ENTRY
      *> The total only ever carries a value out of a successful
      *> reservation or a SCHEDULED parking — every refused or
      *> failed path leaves it zero.
           MOVE 0 TO LS-ORDER-TOTAL
           MOVE "N" TO WS-HEARTBEAT-SW
           IF LS-ORDER-ID >= HB-ORDER-ID-LOW
                   AND LS-ORDER-ID <= HB-ORDER-ID-HIGH
               SET WS-HEARTBEAT-ORDER TO TRUE
           END-IF
           PERFORM VALIDATE-INPUT
           IF WS-VALID-INPUT
               PERFORM LOOKUP-ORDER
               CLOSE RETRY-CONFIG-FILE
           END-IF.

      *> Missing SCHDCFG.DAT (or a non-numeric lead time in it) keeps
      *> the hardcoded WS-RELEASE-LEAD-DAYS default.
       READ-SCHEDULE-CONFIG.
           OPEN INPUT SCHEDULE-CONFIG-FILE
           IF WS-SCHEDULE-CONFIG-STATUS = "00"
               READ SCHEDULE-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SCR-LEAD-DAYS-X IS NUMERIC
                           MOVE SCR-LEAD-DAYS-N
                             TO WS-RELEASE-LEAD-DAYS
                       END-IF
               END-READ
               CLOSE SCHEDULE-CONFIG-FILE
           END-IF.

      *> Reject obviously bad input before Oracle is ever touched —
      *> a non-positive ORDER-ID cannot be a real order and should
      *> not burn a DB round trip or be mistaken for an Oracle-side
      *> checked before anything is written. Runs before the
      *> LOOKED-UP status write too: a duplicate must leave the
      *> order's real status untouched, not drag it back to "L".
      *> A heartbeat order stops here with its clean answer: its
      *> standing ORDERS row stays NEW, so it is never replayed,
      *> held, priced out or reserved (and SET-STATUS-FAILED leaves
      *> it alone on the way through the ELSE below).
                   IF LS-RETURN-CODE = RC-SUCCESS
                           AND NOT WS-HEARTBEAT-ORDER
                       PERFORM CHECK-ALREADY-RESERVED
                   END-IF
                   IF LS-RETURN-CODE = RC-SUCCESS
                           AND NOT WS-HEARTBEAT-ORDER
                       SET WS-ORA-STATUS-LOOKED-UP TO TRUE
                       PERFORM UPDATE-ORDER-STATUS-ROW
                       IF NOT WS-STATUS-WRITTEN
                           PERFORM FAIL-STATUS-WRITE
                       END-IF
      *> An order asked for well into the future is validated and
      *> priced like any other, then parked SCHEDULED before any
      *> credit or stock decision — both are taken afresh when
      *> SCHDREL.cob re-drives it nearer its ship date, against the
      *> account and the shelves as they stand then.
                       IF LS-RETURN-CODE = RC-SUCCESS
                           PERFORM CHECK-SHIP-DATE
                       END-IF
      *> An account finance has on hold must not have stock reserved
      *> against it — the hold check sits between the successful
      *> line-item fetch and the reservation so a held order's reply
      *> says exactly why nothing was reserved.
                       IF LS-RETURN-CODE = RC-SUCCESS
                           PERFORM CHECK-CREDIT-HOLD
                       END-IF
      *> The hold is all-or-nothing; the limit check beside it is
      *> proportionate — the priced total plus the account's open
      *> exposure must fit the credit limit before one more
                       IF LS-RETURN-CODE = RC-SUCCESS
                           PERFORM UPDATE-INVENTORY
                       END-IF
      *> A parked order was validated and priced all the same, so
      *> its caller gets the total too.
                       IF LS-RETURN-CODE = RC-SUCCESS
                               OR LS-RETURN-CODE = RC-SCHEDULED
                           MOVE WS-ORDER-TOTAL-WK TO LS-ORDER-TOTAL
                       END-IF
                   ELSE
      *> The replay refusals are the ones that must NOT mark the
      *> order FAILED — the whole point of CHECK-ALREADY-RESERVED
      *> is that a redelivered message leaves the order's real
      *> status (R/W/S, terminal C, a duplicate hold D awaiting
      *> review, or a customer service hold O) untouched. Every
      *> other refusal that lands here still records FAILED as
      *> before.
                       IF LS-RETURN-CODE NOT = RC-ALREADY-RESERVED
                               AND LS-RETURN-CODE
                                   NOT = RC-ORDER-CANCELLED
                               AND LS-RETURN-CODE
                                   NOT = RC-DUPLICATE-SUSPECT
                               AND LS-RETURN-CODE
                                   NOT = RC-ORDER-ON-HOLD
                           PERFORM SET-STATUS-FAILED
                       END-IF
                   END-IF
                   WS-ORA-WAREHOUSE-ID
           END-IF.

      *> A kit reserves only when every component can cover it: the
      *> order's own row is judged first (historical behavior, and
      *> skipped when kit lines are all the order holds), then each
      *> exploded component at the routed site. The first shortfall
      *> found backorders the whole order.
       CHECK-STOCK-AVAILABLE.
           MOVE "N" TO WS-STOCK-SHORT-SW
           PERFORM SPLIT-KIT-LINES
           IF LS-RETURN-CODE = RC-SUCCESS
                   AND (WS-ORA-OWN-TOTAL > 0
                        OR WS-ORA-KIT-LINE-TOTAL = 0)
               PERFORM CHECK-OWN-ROW-STOCK
           END-IF
           IF LS-RETURN-CODE = RC-SUCCESS
                   AND NOT WS-STOCK-SHORT
                   AND WS-ORA-KIT-LINE-TOTAL > 0
               PERFORM CHECK-KIT-COMPONENTS
           END-IF.

      *> How much of WS-ORA-LINE-TOTAL sits on kit lines. The rest
      *> is the order's own-row requirement.
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
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-ORA-KIT-LINE-TOTAL
               PERFORM TRANSLATE-SQLCODE
               PERFORM SET-STATUS-FAILED
           END-IF
           COMPUTE WS-ORA-OWN-TOTAL =
               WS-ORA-LINE-TOTAL - WS-ORA-KIT-LINE-TOTAL
           END-COMPUTE.

       CHECK-OWN-ROW-STOCK.
           EXEC SQL
               SELECT QUANTITY_ON_HAND
                 INTO :WS-ORA-ON-HAND
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                       AND WS-ORA-ON-HAND < WS-ORA-OWN-TOTAL
                   SET WS-STOCK-SHORT TO TRUE
                   MOVE 0 TO WS-ORA-SHORT-ITEM-ID
                   MOVE WS-ORA-OWN-TOTAL TO WS-ORA-SHORT-NEEDED
               WHEN SQLCODE = 0
               WHEN SQLCODE = ORA-SQLCODE-NOT-FOUND
                   CONTINUE
                   PERFORM SET-STATUS-FAILED
           END-EVALUATE.

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
               PERFORM TRANSLATE-SQLCODE
               PERFORM SET-STATUS-FAILED
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
                   SET WS-STOCK-SHORT TO TRUE
                   MOVE WS-ORA-COMPONENT-ID TO WS-ORA-SHORT-ITEM-ID
                   MOVE WS-ORA-COMPONENT-NEED TO WS-ORA-SHORT-NEEDED
                   MOVE WS-ORA-COMPONENT-HAVE TO WS-ORA-ON-HAND
                   SET WS-KIT-SCAN-DONE TO TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = ORA-SQLCODE-NOT-FOUND
                   SET WS-KIT-SCAN-DONE TO TRUE
               WHEN OTHER
                   PERFORM TRANSLATE-SQLCODE
                   PERFORM SET-STATUS-FAILED
                   SET WS-KIT-SCAN-DONE TO TRUE
           END-EVALUATE.

      *> Parks the order BACKORDERED: the shortfall record goes to
      *> BACKORD.DAT first, then the status flip commits — a crash in
      *> between can leave a record for an order still LOOKED-UP
           PERFORM WRITE-BACKORDER-RECORD
           SET WS-ORA-STATUS-BACKORDERED TO TRUE
           PERFORM UPDATE-ORDER-STATUS-ROW
           IF WS-STATUS-WRITTEN
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE RC-BACKORDERED TO LS-RETURN-CODE
           ELSE
               PERFORM FAIL-STATUS-WRITE
           END-IF.

       WRITE-BACKORDER-RECORD.
           MOVE WS-ORA-ORDER-ID TO BKO-ORDER-ID
           MOVE WS-ORA-OWN-TOTAL TO BKO-NEEDED-QTY
           COMPUTE BKO-SHORTFALL =
               WS-ORA-SHORT-NEEDED - WS-ORA-ON-HAND
           END-COMPUTE
           MOVE FUNCTION CURRENT-DATE TO BKO-TIMESTAMP
           MOVE WS-ORA-SHORT-ITEM-ID TO BKO-SHORT-ITEM-ID

           MOVE SPACES TO BACKORDER-LINE
           STRING BKO-ORDER-ID   DELIMITED BY SIZE
                  BKO-SHORTFALL  DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  BKO-TIMESTAMP  DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  BKO-SHORT-ITEM-ID DELIMITED BY SIZE
               INTO BACKORDER-LINE
           END-STRING

           WRITE BACKORDER-LINE
           CLOSE BACKORDER-FILE.

      *> The order's own row takes the non-kit lines, and each kit
      *> component's row at the routed site takes its exploded
      *> quantity — both under the commit that flips the order to
      *> RESERVED, so a kit never half-reserves.
       DECREMENT-INVENTORY.
           MOVE "Y" TO WS-DECREMENT-OK-SW
           IF WS-ORA-OWN-TOTAL > 0 OR WS-ORA-KIT-LINE-TOTAL = 0
               EXEC SQL
                   UPDATE INVENTORY
                   SET QUANTITY_ON_HAND =
                       QUANTITY_ON_HAND - :WS-ORA-OWN-TOTAL
                   WHERE ORDER_ID = :WS-ORA-ORDER-ID
                     AND NVL(WAREHOUSE_ID, '01')
                         = :WS-ORA-WAREHOUSE-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE "N" TO WS-DECREMENT-OK-SW
               END-IF
           END-IF
           IF WS-DECREMENT-OK AND WS-ORA-KIT-LINE-TOTAL > 0
               PERFORM DECREMENT-KIT-COMPONENTS
           END-IF
      *> The RESERVED flip commits with the decrement or not at all —
      *> stock taken from an order left in "L" would be taken again
      *> when the message is replayed.
           IF WS-DECREMENT-OK
               SET WS-ORA-STATUS-RESERVED TO TRUE
               PERFORM UPDATE-ORDER-STATUS-ROW
               IF NOT WS-STATUS-WRITTEN
                   MOVE "N" TO WS-DECREMENT-OK-SW
               END-IF
           END-IF
           IF WS-DECREMENT-OK
               EXEC SQL
                   COMMIT
               END-EXEC
               PERFORM SET-STATUS-FAILED
           END-IF.

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
               MOVE "N" TO WS-DECREMENT-OK-SW
           END-IF.

      *> The idempotency guard: an order whose status is already
      *> "R" (reserved), "W" (sent to warehouse), "P" (partially
      *> shipped), or "S" (shipped) has had its decrement — a repeat arrival reports
      *> with RC-ORDER-CANCELLED — cancellation is terminal (see
      *> CPY-ORDSTAT.cpy), and a replayed message must not re-flip
      *> it through LOOKED-UP and decrement stock the customer gave
      *> back. An order ORDDUPCK.cob holds as a suspected duplicate
      *> ("D") is refused with RC-DUPLICATE-SUSPECT until customer
      *> service releases it — that hold exists precisely so no
      *> stock moves for the resend — and an order a rep put on
      *> hold from ORDCONS.cob ("O") is refused with
      *> RC-ORDER-ON-HOLD for the same reason. Quantities already
      *> fetched stay in the caller's tables — the refusal's reply
      *> still describes the order.
      *> Every ORDERS row of a multi-line order carries the same
      *> status (UPDATE-ORDER-STATUS-ROW sets them all), so one row
      *> answers for the order.
               WHEN SQLCODE = 0
                       AND WS-ORA-STATUS-CANCELLED
                   MOVE RC-ORDER-CANCELLED TO LS-RETURN-CODE
               WHEN SQLCODE = 0
                       AND WS-ORA-STATUS-DUPLICATE-HELD
                   MOVE RC-DUPLICATE-SUSPECT TO LS-RETURN-CODE
               WHEN SQLCODE = 0
                       AND WS-ORA-STATUS-ON-HOLD
                   MOVE RC-ORDER-ON-HOLD TO LS-RETURN-CODE
               WHEN SQLCODE = 0
               WHEN SQLCODE = ORA-SQLCODE-NOT-FOUND
                   CONTINUE
                   PERFORM SET-STATUS-FAILED
           END-EVALUATE.

      *> An order whose REQUESTED_SHIP_DATE (assumed present on ORDERS
      *> the same way ORDRECON.cob assumes ORDER_DATE, and the same on
      *> every line of the order — ORDENTRY and ORDIMPRT write it that
      *> way) lies more than WS-RELEASE-LEAD-DAYS business days past
      *> the business date is parked SCHEDULED with RC-SCHEDULED and
      *> nothing reserved. No ship date, or one already inside the
      *> lead time, carries straight on to the reservation. SQLCODE
      *> 100 cannot happen on an aggregate; any other SQLCODE fails
      *> the lookup like the order query failing would.
       CHECK-SHIP-DATE.
           MOVE ZEROS TO WS-ORA-SHIP-DATE-X
           EXEC SQL
               SELECT NVL(TO_CHAR(MAX(REQUESTED_SHIP_DATE),
                                  'YYYYMMDD'), '00000000')
                 INTO :WS-ORA-SHIP-DATE-X
                 FROM ORDERS
                WHERE ORDER_ID = :WS-ORA-ORDER-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   PERFORM TRANSLATE-SQLCODE
                   PERFORM SET-STATUS-FAILED
               WHEN WS-ORA-SHIP-DATE-X NOT NUMERIC
               WHEN WS-ORA-SHIP-DATE-N = 0
                   CONTINUE
               WHEN OTHER
                   SET BDT-GET-DATES TO TRUE
                   CALL "BUSDATE" USING BDT-FUNCTION BDT-BUSINESS-DATE
                                        BDT-PRIOR-DATE BDT-FROM-DATE
                                        BDT-TO-DATE BDT-DAYS
                   MOVE BDT-BUSINESS-DATE TO BDT-FROM-DATE
                   MOVE WS-ORA-SHIP-DATE-N TO BDT-TO-DATE
                   SET BDT-COUNT-DAYS TO TRUE
                   CALL "BUSDATE" USING BDT-FUNCTION BDT-BUSINESS-DATE
                                        BDT-PRIOR-DATE BDT-FROM-DATE
                                        BDT-TO-DATE BDT-DAYS
                   IF BDT-DAYS > WS-RELEASE-LEAD-DAYS
                       PERFORM SET-ORDER-SCHEDULED
                   END-IF
           END-EVALUATE.

      *> Parks the order SCHEDULED — committed the same way the
      *> credit-held refusal commits, so order history shows why
      *> INVENTORY never moved.
       SET-ORDER-SCHEDULED.
           SET WS-ORA-STATUS-SCHEDULED TO TRUE
           PERFORM UPDATE-ORDER-STATUS-ROW
           IF WS-STATUS-WRITTEN
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE RC-SCHEDULED TO LS-RETURN-CODE
           ELSE
               PERFORM FAIL-STATUS-WRITE
           END-IF.

      *> Consults CUSTOMERS for the account behind this order.
      *> CREDIT_HOLD_FLAG = "Y" skips the reservation, reports
      *> RC-CREDIT-HOLD, and marks the order HELD so the front end
           END-EVALUATE.

      *> Everything the account has reserved but finance has not
      *> yet billed, priced through the same contract-or-list path
      *> the lookup prices with — including this very order's own
      *> "L" rows not at all (they are not reserved yet; the order
      *> total in flight stands in for them).
           MOVE 0 TO WS-ORA-EXPOSURE
           EXEC SQL
               SELECT NVL(SUM(O.QUANTITY
                          * NVL((SELECT K.CONTRACT_PRICE
                                   FROM CONTRACT_PRICES K
                                  WHERE K.CUSTOMER_ID = O.CUSTOMER_ID
                                    AND K.ITEM_ID = O.ITEM_ID
                                    AND NVL(K.EXPIRY_DATE, SYSDATE)
                                        >= TRUNC(SYSDATE)),
                                NVL(P.UNIT_PRICE, 0))), 0)
                 INTO :WS-ORA-EXPOSURE
                 FROM ORDERS O, PRICES P
                WHERE O.CUSTOMER_ID = :WS-ORA-CUST-ID
       SET-STATUS-CREDIT-HELD.
           SET WS-ORA-STATUS-CREDIT-HELD TO TRUE
           PERFORM UPDATE-ORDER-STATUS-ROW
           IF WS-STATUS-WRITTEN
               EXEC SQL
                   COMMIT
               END-EXEC
           ELSE
               PERFORM FAIL-STATUS-WRITE
           END-IF.

      *> Marks the order FAILED — invalid quantity, Oracle error on
      *> the lookup itself, or a failed inventory reservation all
      *> land here so ORDER-STATUS reflects the true outcome instead
      *> of whatever it was left holding by an earlier attempt.
      *> A heartbeat order's standing row is never marked — a
      *> failed heartbeat is reported by HRTBEAT.cob, not by
      *> leaving the probe itself FAILED.
       SET-STATUS-FAILED.
           IF NOT WS-HEARTBEAT-ORDER
               SET WS-ORA-STATUS-FAILED TO TRUE
               PERFORM UPDATE-ORDER-STATUS-ROW
               IF WS-STATUS-WRITTEN
                   EXEC SQL
                       COMMIT
                   END-EXEC
               ELSE
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
               END-IF
           END-IF.

      *> A status write that did not go in — journal event or ORDERS
      *> update — fails the lookup with the Oracle error translated
      *> (before the ROLLBACK clears SQLCODE) and undoes everything
      *> this lookup had pending, the same way SHIPFEED, ORDCANCL,
      *> BACKREL and ORDDUPCK treat a journal failure. The order is
      *> then marked FAILED like any other failed lookup.
       FAIL-STATUS-WRITE.
           PERFORM TRANSLATE-SQLCODE
           EXEC SQL
               ROLLBACK
           END-EXEC
           PERFORM SET-STATUS-FAILED.

      *> Writes WS-ORA-ORDER-STATUS back to the ORDERS row so order
      *> history survives past this single call's LS-RETURN-CODE.
      *> The transition is journaled first, in the same commit scope
      *> — every caller's COMMIT or ROLLBACK covers both. Re-drives
      *> (CRHOLD, replays) are told apart by the correlation ID.
      *> WS-STATUS-WRITTEN says whether both went in; on failure
      *> SQLCODE is left as Oracle set it for the caller to translate.
       UPDATE-ORDER-STATUS-ROW.
           MOVE "N" TO WS-STATUS-WRITTEN-SW
           MOVE WS-ORA-ORDER-ID TO EVT-ORDER-ID
           MOVE WS-ORA-ORDER-STATUS TO EVT-TO-STATUS
           MOVE "SAFE02-CALLED" TO EVT-PROGRAM-ID
           MOVE LS-CORRELATION-ID TO EVT-CORRELATION-ID
           PERFORM LOG-STATUS-EVENT
           IF EVT-LOGGED
               EXEC SQL
                   UPDATE ORDERS
                   SET ORDER_STATUS = :WS-ORA-ORDER-STATUS
                   WHERE ORDER_ID = :WS-ORA-ORDER-ID
               END-EXEC
               IF SQLCODE = 0
                   SET WS-STATUS-WRITTEN TO TRUE
               END-IF
           END-IF.

      *> Mirrors every CPY-ORDERS field that exists on both sides of
      *> the LINKAGE/WORKING-STORAGE divide from the caller's COMP
      *> COMP-5/SQLCA5 program via CPY-SQLCHECK — see that copybook.
           COPY CPY-SQLCHECK.

      *> Status-transition journal, shared with every program that
      *> changes ORDER_STATUS — see CPY-STATLOG.cpy.
           COPY CPY-STATLOG.

      *> Translate the raw Oracle SQLCODE into our own business
      *> return-code scheme (CPY-RETCODES) so downstream MQ
      *> consumers of LS-RETURN-CODE never need Oracle-specific
      *> File doesn't exist yet on the first-ever call — create it.
               OPEN OUTPUT ORDAUDIT-FILE
           END-IF
           PERFORM STAMP-AUDIT-LINE
           WRITE ORDAUDIT-LINE
           CLOSE ORDAUDIT-FILE
           PERFORM RELEASE-AUDIT-LINE.

      *> Audit-chain stamping, shared with every ORDAUDIT writer
      *> — see CPY-AUDSTAMP.cpy.
           COPY CPY-AUDSTAMP.

      *> Append one timing record for this invocation — what the
      *> lookup cost, not just what it answered. Capacity planning
