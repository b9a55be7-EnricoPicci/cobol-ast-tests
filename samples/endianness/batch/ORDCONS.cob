      ******************************************************************
      * ORDCONS.cob — Customer Service Order Console
      *
      * PURPOSE:
      *   A rep on one phone call used to need four tools with four
      *   input conventions — ORDINQ.cob (an MQ message), ORDCANCL.cob
      *   (environment variables), ORDAMEND.cob (another queue
      *   message) and AUDINQ.cob (more environment variables). This
      *   console puts the call on one ACCEPT/DISPLAY screen: the rep
      *   enters an order ID and sees the order's status, customer,
      *   lines with their priced total, the warehouse that serves
      *   it, the recent status journal and the recent ORDAUDIT
      *   history. From that screen the rep can:
      *
      *     C  cancel the order — ORDCANCL.cob's rules: only a
      *        RESERVED order, its line-item total released back to
      *        the routed site's stock, status "C", one ORDAUDIT
      *        record per attempt, all under one commit. An order
      *        on a console hold ("O") or scheduled for a future
      *        ship date ("T") has reserved nothing and is simply
      *        set "C", as ORDDUPCK.cob cancels a "D".
      *     Q  change one line's quantity — ORDAMEND.cob's rules:
      *        only an order still in "N", "L" or "T", the line must
      *        exist, the new quantity numeric and above zero.
      *     H  put the order on hold ("O", per CPY-ORDSTAT.cpy) —
      *        only before any stock moves ("N", "L", "H", "B" or
      *        "T").
      *        The lookup refuses a held order (RC-ORDER-ON-HOLD).
      *     U  release a console hold — back to "N" and re-driven
      *        through a fresh lookup by CALLing SAFE02-CALLED, the
      *        same way ORDDUPCK.cob releases a duplicate hold.
      *
      *   Every status change is journaled through CPY-STATLOG.cpy
      *   with the rep's operator ID in the correlation ID
      *   ("ORDCONS-<operator>"), and every confirmed action — done
      *   or refused — appends one line to the CONSLOG.DAT console
      *   log. Nothing changes without a Y at the confirm prompt.
      *
      *   The operator ID comes from the ORDCONS_OPERATOR environment
      *   variable and is prompted for when unset, the CFGMAINT.cob
      *   convention — no anonymous console session. Each action is
      *   checked against OPERAUTH.DAT (see OPAUTH.cob) when it is
      *   picked: C needs the ORDCANCL function, Q ORDAMEND, H and U
      *   ORDHOLD. A refusal is logged to CONSLOG.DAT with
      *   RC-NOT-AUTHORIZED and the reason as its detail, and the
      *   order is left as it was.
      *
      * CONSOLE LOG FORMAT (CONSLOG.DAT, appended, one line per
      *   confirmed action):
      *   Positions  1-26  TIMESTAMP  PIC X(26)  (CURRENT-DATE)
      *   Positions 28-35  OPERATOR   PIC X(8)
      *   Positions 37-45  ORDER-ID   PIC 9(9)
      *   Positions 47-54  ACTION     PIC X(8)  (CANCEL, AMEND,
      *                                         HOLD, RELEASE)
      *   Positions 56-59  RC         PIC 9(4)
      *   Positions 61-100 DETAIL     PIC X(40)
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules,
      *          with COMP5=YES for Pro*COBOL precompilation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDCONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Read for the order's recent history, appended for each
      *> cancellation attempt — same layout and EXTEND discipline as
      *> ORDCANCL.cob (see CPY-ORDAUDIT.cpy).
           SELECT ORDAUDIT-FILE ASSIGN TO "ORDAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *> One line per confirmed console action — same
      *> EXTEND-with-create discipline as CFGAUDIT.DAT.
           SELECT CONSOLE-LOG-FILE ASSIGN TO "CONSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDAUDIT-FILE.
       01  ORDAUDIT-LINE              PIC X(130).
      *> Same fixed-width record AUDINQ.cob reads.
       01  AUDIT-REC-IN.
           05  AUD-ORDER-ID-IN        PIC S9(9).
           05  FILLER                 PIC X(1).
           05  AUD-QUANTITY-IN-IN     PIC 9(9).
           05  FILLER                 PIC X(1).
           05  AUD-QUANTITY-OUT-IN    PIC 9(9).
           05  FILLER                 PIC X(1).
           05  AUD-RETURN-CODE-IN     PIC S9(4).
           05  FILLER                 PIC X(1).
           05  AUD-TIMESTAMP-IN       PIC X(26).
           05  FILLER                 PIC X(1).
           05  AUD-CORRELATION-ID-IN  PIC X(20).
           05  FILLER                 PIC X(1).
           05  AUD-ORDER-TOTAL-IN     PIC S9(7)V99.

       FD  CONSOLE-LOG-FILE.
       01  CONSOLE-LOG-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS            PIC XX.
       01  WS-CONSLOG-STATUS          PIC XX.

      *> Audit record fields — shared layout with the CALLED modules
      *> and ORDCANCL.cob.
           COPY CPY-ORDAUDIT.
      *> Sequence number and chain hash stamped on every audit
      *> record — see CPY-AUDCHAIN.cpy.
           COPY CPY-AUDCHAIN.

           EXEC SQL INCLUDE SQLCA5 END-EXEC.

      *> Oracle host variables — COMP-5, the same convention as every
      *> other Oracle-calling program in this suite (see
      *> SAFE02-CALLED.cob).
           COPY CPY-ORDERS REPLACING ==:PFX:== BY ==WS-ORA==
                                     ==:USAGE:== BY ==COMP-5==.

           COPY CPY-ORDSTAT REPLACING ==:PFX:== BY ==WS-ORA==.

      *> Status-transition event, journaled with every status change
      *> (see CPY-STATEVT.cpy).
           COPY CPY-STATEVT.

           COPY CPY-RETCODES.

       01  WS-ORA-ITEM-ID             PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-CUSTOMER-ID         PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-ORDER-DATE          PIC X(8) VALUE SPACES.
       01  WS-ORA-ROW-COUNT           PIC S9(9) COMP-5 VALUE 0.
      *> The status the order held when the action began — the
      *> status UPDATE only lands while the order still holds it.
       01  WS-ORA-FROM-STATUS         PIC X(1) VALUE SPACE.
       01  WS-ORA-UNIT-PRICE          PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-LINE-VALUE              PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-ORDER-TOTAL-WK          PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-OVERFLOW-SW       PIC X VALUE "N".
           88  WS-TOTAL-OVERFLOW      VALUE "Y".

      *> Cancellation: the line-item total going back to stock and
      *> the site it goes back to — see ORDCANCL.cob.
       01  WS-ORA-LINE-TOTAL          PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-KIT-LINE-TOTAL      PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-OWN-TOTAL           PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-ORDER-ITEM-ID       PIC S9(9) COMP-5 VALUE 0.
       01  WS-ROUTE-ITEM-ID           PIC S9(9) COMP VALUE 0.
       01  WS-ORA-WAREHOUSE-ID        PIC X(2) VALUE "01".

      *> Status journal rows for the screen, newest first.
       01  WS-ORA-EVT-FROM            PIC X(1) VALUE SPACE.
       01  WS-ORA-EVT-TO              PIC X(1) VALUE SPACE.
       01  WS-ORA-EVT-PROGRAM         PIC X(16) VALUE SPACES.
       01  WS-ORA-EVT-CORR            PIC X(20) VALUE SPACES.
       01  WS-ORA-EVT-TS              PIC X(14) VALUE SPACES.

      *> Parameters for the re-drive CALL — COMP, big-endian under
      *> BINARY(BE), exactly what SAFE02-CALLED's LINKAGE expects
      *> (same shapes CRHOLD.cob passes).
       01  WS-CALL-ORDER-ID           PIC S9(9) COMP.
       01  WS-CALL-QUANTITY           PIC S9(9) COMP.
       01  WS-CALL-RETURN-CODE        PIC S9(4) COMP.
       01  WS-CALL-LINE-COUNT         PIC 9(4) COMP.
       01  WS-CALL-LINE-QTY-TABLE.
           05  WS-CALL-LINE-QTY       PIC S9(9) COMP
                                       OCCURS 1 TO 50 TIMES
                                       DEPENDING ON
                                           WS-CALL-LINE-COUNT.
       01  WS-CALL-CORRELATION-ID     PIC X(20).
       01  WS-CALL-ORDER-TOTAL        PIC S9(7)V99 COMP-3 VALUE 0.

       01  WS-OPERATOR-ID             PIC X(8) VALUE SPACES.
       01  WS-CORRELATION-ID          PIC X(20) VALUE SPACES.

           COPY CPY-OPAUTH.

       01  WS-ORDER-INPUT             PIC X(9) VALUE SPACES.
       01  WS-ORDER-ID-PARM           PIC 9(9) VALUE ZEROS.
       01  WS-INPUT-ITEM              PIC X(9) VALUE SPACES.
       01  WS-INPUT-QTY               PIC X(9) VALUE SPACES.
       01  WS-INPUT-ITEM-N            PIC 9(9) VALUE ZEROS.
       01  WS-INPUT-QTY-N             PIC 9(9) VALUE ZEROS.

       01  WS-MENU-CHOICE             PIC X VALUE SPACE.
       01  WS-CONFIRM                 PIC X VALUE SPACE.
       01  WS-DONE-SW                 PIC X VALUE "N".
           88  WS-DONE                VALUE "Y".
       01  WS-ORDER-DONE-SW           PIC X VALUE "N".
           88  WS-ORDER-DONE          VALUE "Y".
       01  WS-ORDER-FOUND-SW          PIC X VALUE "N".
           88  WS-ORDER-FOUND         VALUE "Y".
       01  WS-FETCH-DONE-SW           PIC X VALUE "N".
           88  WS-FETCH-DONE          VALUE "Y".
       01  WS-EOF-FLAG                PIC X VALUE "N".
           88  WS-EOF                 VALUE "Y".
       01  WS-ACTION-OK-SW            PIC X VALUE "Y".
           88  WS-ACTION-OK           VALUE "Y".

       01  WS-RETURN-CODE             PIC S9(4) COMP VALUE 0.
       01  WS-ACTION-TAG              PIC X(8) VALUE SPACES.
       01  WS-ACTION-DETAIL           PIC X(40) VALUE SPACES.
       01  WS-LOG-TIMESTAMP           PIC X(26).
       01  WS-LOG-RC                  PIC 9(4) VALUE ZEROS.

       01  WS-STATUS-NAME             PIC X(16) VALUE SPACES.
       01  WS-RC-COMP                 PIC S9(4) COMP VALUE 0.
       01  WS-RC-NAME                 PIC X(24) VALUE SPACES.

      *> The last WS-HIST-MAX audit records for the order, kept as a
      *> ring while the live file streams past — the file is read
      *> once, however long it has grown since the last ORDARCH.cob
      *> run. Older history is AUDINQ.cob's job.
       01  WS-HIST-MAX                PIC 9(4) COMP VALUE 10.
       01  WS-HIST-SEEN               PIC 9(9) COMP VALUE 0.
       01  WS-HIST-SLOT               PIC 9(4) COMP VALUE 0.
       01  WS-HIST-SHOWN              PIC 9(4) COMP VALUE 0.
       01  WS-HIST-QUOTIENT           PIC 9(9) COMP VALUE 0.
       01  WS-HIST-TABLE.
           05  WS-HIST-LINE           PIC X(92) OCCURS 10 TIMES.

       01  WS-LINE-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-EVENT-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-EVENT-MAX               PIC 9(4) COMP VALUE 5.

      *> Display-formatted fields for the order screen.
       01  WS-DL-ORDER-ID             PIC 9(9).
       01  WS-DL-CUSTOMER-ID          PIC 9(9).
       01  WS-DL-ITEM-ID              PIC 9(9).
       01  WS-DL-QTY                  PIC Z(8)9.
       01  WS-DL-PRICE                PIC Z(6)9.99.
       01  WS-DL-VALUE                PIC -(6)9.99.
       01  WS-DL-TOTAL                PIC -(6)9.99.
       01  WS-DL-QTY-IN               PIC Z(8)9.
       01  WS-DL-QTY-OUT              PIC Z(8)9.
       01  WS-DL-RC                   PIC -(4)9.
       01  WS-DL-RELEASED             PIC Z(8)9.

      *> Same pricing join as ORDINQ.cob's inquiry cursor — see
      *> SAFE02-CALLED.cob for the outer-join and NVL reasoning and
      *> the contract price that overrides list price — with the
      *> item on each line, which the rep needs to amend one.
           EXEC SQL
               DECLARE CONSOLE-LINES-CURSOR CURSOR FOR
                   SELECT NVL(O.ITEM_ID, 0),
                          O.QUANTITY,
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
                   ORDER BY NVL(O.ITEM_ID, 0)
           END-EXEC.

           EXEC SQL
               DECLARE CONSOLE-EVENTS-CURSOR CURSOR FOR
                   SELECT NVL(E.FROM_STATUS, ' '),
                          E.TO_STATUS,
                          NVL(E.PROGRAM_ID, ' '),
                          NVL(E.CORRELATION_ID, ' '),
                          TO_CHAR(E.EVENT_TS, 'YYYYMMDDHH24MISS')
                   FROM ORDER_STATUS_EVENTS E
                   WHERE E.ORDER_ID = :WS-ORA-ORDER-ID
                   ORDER BY E.EVENT_TS DESC
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARA.
      *> Same platform guard every MQ/Oracle entry point runs first —
      *> see PLATCHK.cob. The console CALLs SAFE02-CALLED on release.
           CALL "PLATCHK"

           PERFORM IDENTIFY-OPERATOR
           PERFORM CONSOLE-SESSION UNTIL WS-DONE
           DISPLAY "ORDCONS: done"
           STOP RUN.

       IDENTIFY-OPERATOR.
           ACCEPT WS-OPERATOR-ID
               FROM ENVIRONMENT "ORDCONS_OPERATOR"
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
           END-IF
           IF WS-OPERATOR-ID = SPACES
      *> No anonymous console actions — every journal entry and
      *> CONSLOG line must say which rep made it.
               DISPLAY "ORDCONS: operator ID required — exiting"
               SET WS-DONE TO TRUE
           ELSE
               MOVE SPACES TO WS-CORRELATION-ID
               STRING "ORDCONS-"     DELIMITED BY SIZE
                      WS-OPERATOR-ID DELIMITED BY SIZE
                   INTO WS-CORRELATION-ID
               END-STRING
           END-IF.

      *> One order per pass. A blank entry ends the session — it is
      *> what ACCEPT hands back when redirected input runs out (see
      *> MAINTENANCE-MENU in CFGMAINT.cob).
       CONSOLE-SESSION.
           IF NOT WS-DONE
               DISPLAY " "
               DISPLAY "ORDCONS — customer service order console"
               DISPLAY "Order ID (9 digits, X or blank to exit): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-ORDER-INPUT
               ACCEPT WS-ORDER-INPUT
               EVALUATE TRUE
                   WHEN WS-ORDER-INPUT = SPACES
                   WHEN WS-ORDER-INPUT = "X"
                   WHEN WS-ORDER-INPUT = "x"
                       SET WS-DONE TO TRUE
                   WHEN WS-ORDER-INPUT NOT NUMERIC
                       DISPLAY "REJECTED: order ID not numeric: ["
                           WS-ORDER-INPUT "]"
                   WHEN OTHER
                       MOVE WS-ORDER-INPUT TO WS-ORDER-ID-PARM
                       MOVE WS-ORDER-ID-PARM TO WS-ORA-ORDER-ID
                       PERFORM SHOW-ORDER
                       IF WS-ORDER-FOUND
                           MOVE "N" TO WS-ORDER-DONE-SW
                           PERFORM ORDER-ACTION-MENU
                               UNTIL WS-ORDER-DONE
                       END-IF
               END-EVALUATE
           END-IF.

       ORDER-ACTION-MENU.
           DISPLAY " "
           DISPLAY "  C = cancel order       Q = change line quantity"
           DISPLAY "  H = hold order         U = release hold"
           DISPLAY "  R = refresh screen     X = next order"
           DISPLAY "Choice: " WITH NO ADVANCING
           MOVE SPACE TO WS-MENU-CHOICE
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "C"
               WHEN "c"
                   MOVE "CANCEL" TO WS-ACTION-TAG
                   MOVE "ORDCANCL" TO AUTH-FUNCTION
                   PERFORM CHECK-ACTION-AUTHORITY
                   IF AUTH-GRANTED
                       PERFORM CONSOLE-CANCEL
                   END-IF
               WHEN "Q"
               WHEN "q"
                   MOVE "AMEND" TO WS-ACTION-TAG
                   MOVE "ORDAMEND" TO AUTH-FUNCTION
                   PERFORM CHECK-ACTION-AUTHORITY
                   IF AUTH-GRANTED
                       PERFORM CONSOLE-AMEND
                   END-IF
               WHEN "H"
               WHEN "h"
                   MOVE "HOLD" TO WS-ACTION-TAG
                   MOVE "ORDHOLD" TO AUTH-FUNCTION
                   PERFORM CHECK-ACTION-AUTHORITY
                   IF AUTH-GRANTED
                       PERFORM CONSOLE-HOLD
                   END-IF
               WHEN "U"
               WHEN "u"
                   MOVE "RELEASE" TO WS-ACTION-TAG
                   MOVE "ORDHOLD" TO AUTH-FUNCTION
                   PERFORM CHECK-ACTION-AUTHORITY
                   IF AUTH-GRANTED
                       PERFORM CONSOLE-RELEASE
                   END-IF
               WHEN "R"
               WHEN "r"
                   PERFORM SHOW-ORDER
               WHEN "X"
               WHEN "x"
               WHEN SPACE
                   SET WS-ORDER-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Unknown choice: " WS-MENU-CHOICE
           END-EVALUATE
      *> An order that is no longer there (or an Oracle failure on
      *> the refresh) leaves nothing to act on.
           IF NOT WS-ORDER-FOUND
               SET WS-ORDER-DONE TO TRUE
           END-IF.

      *> ------------------------------------------------------------
      *> The order screen: header, priced lines, warehouse, status
      *> journal, audit history. Read-only — nothing here commits.
      *> ------------------------------------------------------------
       SHOW-ORDER.
           PERFORM READ-ORDER-HEADER
           IF WS-ORDER-FOUND
               PERFORM SHOW-ORDER-HEADER
               PERFORM SHOW-ORDER-LINES
               PERFORM SHOW-ORDER-WAREHOUSE
               PERFORM SHOW-STATUS-EVENTS
               PERFORM SHOW-AUDIT-HISTORY
           END-IF.

      *> Every ORDERS row of a multi-line order carries the same
      *> status and customer, so one row answers for the order.
      *> CUSTOMER_ID and ORDER_DATE are assumed present on ORDERS,
      *> as in ORDRECON.cob and CHECK-CREDIT-HOLD in
      *> SAFE02-CALLED.cob.
       READ-ORDER-HEADER.
           MOVE "N" TO WS-ORDER-FOUND-SW
           EXEC SQL
               SELECT ORDER_STATUS,
                      NVL(CUSTOMER_ID, 0),
                      NVL(TO_CHAR(ORDER_DATE, 'YYYYMMDD'), ' ')
                 INTO :WS-ORA-ORDER-STATUS,
                      :WS-ORA-CUSTOMER-ID,
                      :WS-ORA-ORDER-DATE
                 FROM ORDERS
                WHERE ORDER_ID = :WS-ORA-ORDER-ID
                  AND ROWNUM = 1
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET WS-ORDER-FOUND TO TRUE
               WHEN SQLCODE = ORA-SQLCODE-NOT-FOUND
                   DISPLAY "Order " WS-ORDER-ID-PARM " not found"
               WHEN OTHER
                   DISPLAY "Order " WS-ORDER-ID-PARM
                       " could not be read — SQLCODE " SQLCODE
           END-EVALUATE.

       SHOW-ORDER-HEADER.
           PERFORM NAME-ORDER-STATUS
           MOVE WS-ORDER-ID-PARM TO WS-DL-ORDER-ID
           MOVE WS-ORA-CUSTOMER-ID TO WS-DL-CUSTOMER-ID
           DISPLAY " "
           DISPLAY "=================================================="
               "=========="
           DISPLAY "ORDER " WS-DL-ORDER-ID
               "   STATUS " WS-ORA-ORDER-STATUS " " WS-STATUS-NAME
           DISPLAY "CUSTOMER " WS-DL-CUSTOMER-ID
               "   ORDERED " WS-ORA-ORDER-DATE.

       NAME-ORDER-STATUS.
           EVALUATE TRUE
               WHEN WS-ORA-STATUS-NEW
                   MOVE "NEW" TO WS-STATUS-NAME
               WHEN WS-ORA-STATUS-LOOKED-UP
                   MOVE "LOOKED-UP" TO WS-STATUS-NAME
               WHEN WS-ORA-STATUS-RESERVED
                   MOVE "RESERVED" TO WS-STATUS-NAME
               WHEN WS-ORA-STATUS-FAILED
                   MOVE "FAILED" TO WS-STATUS-NAME
               WHEN WS-ORA-STATUS-CANCELLED
                   MOVE "CANCELLED" TO WS-STATUS-NAME
               WHEN WS-ORA-STATUS-CREDIT-HELD
                   MOVE "CREDIT-HELD" TO WS-STATUS-NAME
               WHEN WS-ORA-STATUS-BACKORDERED
                   MOVE "BACKORDERED" TO WS-STATUS-NAME
               WHEN WS-ORA-STATUS-WAREHOUSE
                   MOVE "AT WAREHOUSE" TO WS-STATUS-NAME
               WHEN WS-ORA-STATUS-PART-SHIPPED
                   MOVE "PART-SHIPPED" TO WS-STATUS-NAME
               WHEN WS-ORA-STATUS-SHIPPED
                   MOVE "SHIPPED" TO WS-STATUS-NAME
               WHEN WS-ORA-STATUS-DUPLICATE-HELD
                   MOVE "DUPLICATE-HELD" TO WS-STATUS-NAME
               WHEN WS-ORA-STATUS-ON-HOLD
                   MOVE "ON HOLD" TO WS-STATUS-NAME
               WHEN WS-ORA-STATUS-SCHEDULED
                   MOVE "SCHEDULED" TO WS-STATUS-NAME
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-NAME
           END-EVALUATE.

       SHOW-ORDER-LINES.
           MOVE 0 TO WS-ORDER-TOTAL-WK
           MOVE 0 TO WS-LINE-COUNT
           MOVE "N" TO WS-TOTAL-OVERFLOW-SW
           MOVE "N" TO WS-FETCH-DONE-SW
           DISPLAY "LINES:     ITEM        QTY  UNIT PRICE  LINE VALUE"
           EXEC SQL
               OPEN CONSOLE-LINES-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "  (lines could not be read — SQLCODE "
                   SQLCODE ")"
           ELSE
               PERFORM SHOW-ONE-ORDER-LINE UNTIL WS-FETCH-DONE
               EXEC SQL
                   CLOSE CONSOLE-LINES-CURSOR
               END-EXEC
               IF WS-TOTAL-OVERFLOW
      *> Same refusal ORDINQ.cob makes rather than show a wrapped
      *> value as the customer's total.
                   DISPLAY "PRICED TOTAL:  (exceeds 9999999.99)"
               ELSE
                   MOVE WS-ORDER-TOTAL-WK TO WS-DL-TOTAL
                   DISPLAY "PRICED TOTAL:                 "
                       WS-DL-TOTAL
               END-IF
           END-IF.

       SHOW-ONE-ORDER-LINE.
           EXEC SQL
               FETCH CONSOLE-LINES-CURSOR
               INTO :WS-ORA-ITEM-ID, :WS-ORA-QUANTITY,
                    :WS-ORA-UNIT-PRICE
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO WS-LINE-COUNT
               COMPUTE WS-LINE-VALUE =
                   WS-ORA-QUANTITY * WS-ORA-UNIT-PRICE
                   ON SIZE ERROR
                       SET WS-TOTAL-OVERFLOW TO TRUE
                       MOVE 0 TO WS-LINE-VALUE
               END-COMPUTE
               IF NOT WS-TOTAL-OVERFLOW
                   ADD WS-LINE-VALUE TO WS-ORDER-TOTAL-WK
                       ON SIZE ERROR
                           SET WS-TOTAL-OVERFLOW TO TRUE
                   END-ADD
               END-IF
               MOVE WS-ORA-ITEM-ID TO WS-DL-ITEM-ID
               MOVE WS-ORA-QUANTITY TO WS-DL-QTY
               MOVE WS-ORA-UNIT-PRICE TO WS-DL-PRICE
               MOVE WS-LINE-VALUE TO WS-DL-VALUE
               DISPLAY "       " WS-DL-ITEM-ID " " WS-DL-QTY
                   "  " WS-DL-PRICE "  " WS-DL-VALUE
           ELSE
               SET WS-FETCH-DONE TO TRUE
               IF SQLCODE NOT = ORA-SQLCODE-NOT-FOUND
                   DISPLAY "  (line fetch failed — SQLCODE "
                       SQLCODE ")"
               END-IF
           END-IF.

      *> Same site resolution as ROUTE-ORDER-WAREHOUSE in
      *> SAFE02-CALLED.cob — the site that reserves, ships and takes
      *> back this order's stock.
       SHOW-ORDER-WAREHOUSE.
           PERFORM ROUTE-ORDER-WAREHOUSE
           IF SQLCODE = 0
               DISPLAY "WAREHOUSE: " WS-ORA-WAREHOUSE-ID
           ELSE
               DISPLAY "WAREHOUSE: (could not be resolved)"
           END-IF.

       SHOW-STATUS-EVENTS.
           MOVE 0 TO WS-EVENT-COUNT
           MOVE "N" TO WS-FETCH-DONE-SW
           DISPLAY "STATUS HISTORY (newest first):"
           EXEC SQL
               OPEN CONSOLE-EVENTS-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "  (status journal could not be read — "
                   "SQLCODE " SQLCODE ")"
           ELSE
               PERFORM SHOW-ONE-STATUS-EVENT UNTIL WS-FETCH-DONE
               EXEC SQL
                   CLOSE CONSOLE-EVENTS-CURSOR
               END-EXEC
               IF WS-EVENT-COUNT = 0
                   DISPLAY "  (none)"
               END-IF
           END-IF.

       SHOW-ONE-STATUS-EVENT.
           EXEC SQL
               FETCH CONSOLE-EVENTS-CURSOR
               INTO :WS-ORA-EVT-FROM, :WS-ORA-EVT-TO,
                    :WS-ORA-EVT-PROGRAM, :WS-ORA-EVT-CORR,
                    :WS-ORA-EVT-TS
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO WS-EVENT-COUNT
               DISPLAY "  " WS-ORA-EVT-TS "  " WS-ORA-EVT-FROM
                   " -> " WS-ORA-EVT-TO "  " WS-ORA-EVT-PROGRAM
                   " " WS-ORA-EVT-CORR
               IF WS-EVENT-COUNT >= WS-EVENT-MAX
                   SET WS-FETCH-DONE TO TRUE
               END-IF
           ELSE
               SET WS-FETCH-DONE TO TRUE
           END-IF.

      *> The live audit file only — enough for the call in hand. The
      *> full history, archives included, is AUDINQ.cob's job.
       SHOW-AUDIT-HISTORY.
           MOVE 0 TO WS-HIST-SEEN
           DISPLAY "AUDIT HISTORY (latest " WS-HIST-MAX
               ", ORDAUDIT.DAT):"
           OPEN INPUT ORDAUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM COLLECT-ONE-AUDIT-RECORD UNTIL WS-EOF
               CLOSE ORDAUDIT-FILE
           END-IF
           IF WS-HIST-SEEN = 0
               DISPLAY "  (none)"
           ELSE
      *> Oldest kept record first: the slot after the newest one
      *> once the ring has wrapped, slot 1 before it has.
               IF WS-HIST-SEEN > WS-HIST-MAX
                   DIVIDE WS-HIST-SEEN BY WS-HIST-MAX
                       GIVING WS-HIST-QUOTIENT
                       REMAINDER WS-HIST-SLOT
                   MOVE WS-HIST-MAX TO WS-HIST-SHOWN
               ELSE
                   MOVE 0 TO WS-HIST-SLOT
                   MOVE WS-HIST-SEEN TO WS-HIST-SHOWN
               END-IF
               PERFORM SHOW-ONE-AUDIT-RECORD WS-HIST-SHOWN TIMES
           END-IF.

       COLLECT-ONE-AUDIT-RECORD.
           READ ORDAUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF AUD-ORDER-ID-IN NUMERIC
                       IF AUD-ORDER-ID-IN = WS-ORDER-ID-PARM
                           DIVIDE WS-HIST-SEEN BY WS-HIST-MAX
                               GIVING WS-HIST-QUOTIENT
                               REMAINDER WS-HIST-SLOT
                           ADD 1 TO WS-HIST-SLOT
                           ADD 1 TO WS-HIST-SEEN
                           MOVE ORDAUDIT-LINE
                               TO WS-HIST-LINE (WS-HIST-SLOT)
                       END-IF
                   END-IF
           END-READ.

       SHOW-ONE-AUDIT-RECORD.
           ADD 1 TO WS-HIST-SLOT
           IF WS-HIST-SLOT > WS-HIST-MAX
               MOVE 1 TO WS-HIST-SLOT
           END-IF
           MOVE WS-HIST-LINE (WS-HIST-SLOT) TO AUDIT-REC-IN
           IF AUD-RETURN-CODE-IN NUMERIC
               MOVE AUD-RETURN-CODE-IN TO WS-RC-COMP
           ELSE
               MOVE -9999 TO WS-RC-COMP
           END-IF
           PERFORM NAME-RETURN-CODE
           MOVE AUD-QUANTITY-IN-IN TO WS-DL-QTY-IN
           MOVE AUD-QUANTITY-OUT-IN TO WS-DL-QTY-OUT
           IF AUD-ORDER-TOTAL-IN NUMERIC
               MOVE AUD-ORDER-TOTAL-IN TO WS-DL-TOTAL
           ELSE
               MOVE ZERO TO WS-DL-TOTAL
           END-IF
           DISPLAY "  " AUD-TIMESTAMP-IN (1:16)
               "  IN " WS-DL-QTY-IN
               "  OUT " WS-DL-QTY-OUT
               "  TOTAL " WS-DL-TOTAL
               "  " WS-RC-NAME
               "  " AUD-CORRELATION-ID-IN.

      *> ------------------------------------------------------------
      *> Actions. Each asks for a Y before touching anything, runs
      *> under its own commit scope, and logs one CONSLOG line
      *> whether it was applied or refused.
      *> ------------------------------------------------------------
       CONFIRM-ACTION.
           DISPLAY "Confirm " WS-ACTION-TAG " of order "
               WS-ORDER-ID-PARM " (Y/N): " WITH NO ADVANCING
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "y"
               MOVE "Y" TO WS-CONFIRM
           END-IF
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Not confirmed — order " WS-ORDER-ID-PARM
                   " unchanged"
           END-IF.

      *> Asked before the confirm prompt — a rep who may not do it
      *> is told so at once, not after saying Y. The refusal goes to
      *> CONSLOG.DAT like any other refused action.
       CHECK-ACTION-AUTHORITY.
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID
           MOVE "ORDCONS" TO AUTH-PROGRAM-ID
           CALL "OPAUTH" USING AUTH-OPERATOR-ID AUTH-FUNCTION
                               AUTH-PROGRAM-ID AUTH-RESULT
                               AUTH-REASON
           IF NOT AUTH-GRANTED
               DISPLAY "ORDCONS: " WS-OPERATOR-ID " may not "
                   WS-ACTION-TAG " — " AUTH-REASON
               MOVE RC-NOT-AUTHORIZED TO WS-RETURN-CODE
               MOVE AUTH-REASON TO WS-ACTION-DETAIL
               PERFORM FINISH-ACTION
           END-IF.

      *> ORDCANCL.cob's cancellation, status check to commit, with
      *> one addition: an order on a console hold, or scheduled for a
      *> future ship date, has reserved nothing, so it is cancelled
      *> without a stock release.
       CONSOLE-CANCEL.
           MOVE "CANCEL" TO WS-ACTION-TAG
           PERFORM CONFIRM-ACTION
           IF WS-CONFIRM = "Y"
               MOVE "Y" TO WS-ACTION-OK-SW
               MOVE RC-SUCCESS TO WS-RETURN-CODE
               MOVE 0 TO WS-ORA-LINE-TOTAL
               PERFORM READ-CURRENT-STATUS
               IF WS-ACTION-OK
                   EVALUATE TRUE
                       WHEN WS-ORA-STATUS-RESERVED
                           PERFORM RELEASE-RESERVED-STOCK
                       WHEN WS-ORA-STATUS-ON-HOLD
                       WHEN WS-ORA-STATUS-SCHEDULED
                           CONTINUE
                       WHEN OTHER
                           MOVE "N" TO WS-ACTION-OK-SW
                           MOVE RC-NOT-RESERVED TO WS-RETURN-CODE
                   END-EVALUATE
               END-IF
               IF WS-ACTION-OK
                   SET WS-ORA-STATUS-CANCELLED TO TRUE
                   PERFORM SET-ORDER-STATUS
               END-IF
               PERFORM END-ACTION-SCOPE
               PERFORM WRITE-AUDIT-RECORD
               MOVE SPACES TO WS-ACTION-DETAIL
               IF WS-RETURN-CODE = RC-SUCCESS
                   MOVE WS-ORA-LINE-TOTAL TO WS-DL-RELEASED
                   IF WS-ORA-FROM-STATUS = "R"
                       STRING "FROM R RELEASED "  DELIMITED BY SIZE
                              WS-DL-RELEASED      DELIMITED BY SIZE
                              " AT SITE "         DELIMITED BY SIZE
                              WS-ORA-WAREHOUSE-ID DELIMITED BY SIZE
                           INTO WS-ACTION-DETAIL
                       END-STRING
                   ELSE
                       STRING "FROM "             DELIMITED BY SIZE
                              WS-ORA-FROM-STATUS  DELIMITED BY SIZE
                              " NOTHING RESERVED" DELIMITED BY SIZE
                           INTO WS-ACTION-DETAIL
                       END-STRING
                   END-IF
               END-IF
               PERFORM FINISH-ACTION
           END-IF.

      *> The stock half of ORDCANCL.cob's CANCEL-ORDER.
       RELEASE-RESERVED-STOCK.
           PERFORM SUM-ORDER-LINE-TOTAL
           IF WS-ACTION-OK
               PERFORM ROUTE-ORDER-WAREHOUSE
               IF SQLCODE NOT = 0
      *> Releasing stock to a guessed site is worse than asking the
      *> rep to try again — see ORDCANCL.cob.
                   MOVE "N" TO WS-ACTION-OK-SW
                   PERFORM TRANSLATE-ORACLE-ERROR
               END-IF
           END-IF
           IF WS-ACTION-OK
               PERFORM RELEASE-INVENTORY
           END-IF.

      *> ORDAMEND.cob's "Q" amendment: the same input checks its
      *> VALIDATE-MESSAGE applies, the same status gate, the same
      *> explicit line check before the UPDATE.
       CONSOLE-AMEND.
           MOVE "AMEND" TO WS-ACTION-TAG
           DISPLAY "Item ID of the line (9 digits): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-ITEM
           ACCEPT WS-INPUT-ITEM
           DISPLAY "New quantity (9 digits, above zero): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-QTY
           ACCEPT WS-INPUT-QTY
           EVALUATE TRUE
               WHEN WS-INPUT-ITEM NOT NUMERIC
                   DISPLAY "REJECTED: item ID not numeric: ["
                       WS-INPUT-ITEM "]"
               WHEN WS-INPUT-QTY NOT NUMERIC
                   DISPLAY "REJECTED: quantity not numeric: ["
                       WS-INPUT-QTY "]"
               WHEN WS-INPUT-QTY = "000000000"
                   DISPLAY "REJECTED: quantity must be above zero"
               WHEN OTHER
                   MOVE WS-INPUT-ITEM TO WS-INPUT-ITEM-N
                   MOVE WS-INPUT-QTY TO WS-INPUT-QTY-N
                   PERFORM CONFIRM-ACTION
                   IF WS-CONFIRM = "Y"
                       PERFORM APPLY-LINE-AMENDMENT
                   END-IF
           END-EVALUATE.

       APPLY-LINE-AMENDMENT.
           MOVE "Y" TO WS-ACTION-OK-SW
           MOVE RC-SUCCESS TO WS-RETURN-CODE
           MOVE WS-INPUT-ITEM-N TO WS-ORA-ITEM-ID
           MOVE WS-INPUT-QTY-N TO WS-ORA-QUANTITY
           PERFORM READ-CURRENT-STATUS
           IF WS-ACTION-OK
               IF NOT WS-ORA-STATUS-NEW
                       AND NOT WS-ORA-STATUS-LOOKED-UP
                       AND NOT WS-ORA-STATUS-SCHEDULED
                   MOVE "N" TO WS-ACTION-OK-SW
                   MOVE RC-NOT-AMENDABLE TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-ACTION-OK
               PERFORM COUNT-MATCHING-LINES
           END-IF
           IF WS-ACTION-OK
               IF WS-ORA-ROW-COUNT = 0
                   MOVE "N" TO WS-ACTION-OK-SW
                   MOVE RC-NOT-FOUND TO WS-RETURN-CODE
               ELSE
                   EXEC SQL
                       UPDATE ORDERS
                       SET QUANTITY = :WS-ORA-QUANTITY
                       WHERE ORDER_ID = :WS-ORA-ORDER-ID
                         AND ITEM_ID = :WS-ORA-ITEM-ID
                   END-EXEC
                   IF SQLCODE NOT = 0
                       MOVE "N" TO WS-ACTION-OK-SW
                       PERFORM TRANSLATE-ORACLE-ERROR
                   END-IF
               END-IF
           END-IF
           PERFORM END-ACTION-SCOPE
           MOVE SPACES TO WS-ACTION-DETAIL
           STRING "ITEM "          DELIMITED BY SIZE
                  WS-INPUT-ITEM-N  DELIMITED BY SIZE
                  " QTY "          DELIMITED BY SIZE
                  WS-INPUT-QTY-N   DELIMITED BY SIZE
               INTO WS-ACTION-DETAIL
           END-STRING
           PERFORM FINISH-ACTION.

       COUNT-MATCHING-LINES.
           MOVE 0 TO WS-ORA-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ORA-ROW-COUNT
                 FROM ORDERS
                WHERE ORDER_ID = :WS-ORA-ORDER-ID
                  AND ITEM_ID = :WS-ORA-ITEM-ID
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "N" TO WS-ACTION-OK-SW
               PERFORM TRANSLATE-ORACLE-ERROR
           END-IF.

      *> A hold only before any stock moves — "N", "L", a credit
      *> hold "H" (the console hold outranks it; the release's fresh
      *> lookup re-checks credit anyway) or a backorder "B" (BACKREL
      *> drops it from BACKORD.DAT; the release re-backorders it if
      *> stock is still short) or a scheduled "T" (the release's
      *> lookup parks it again while its ship date is still far
      *> off). A reserved order is the warehouse's
      *> next pick — cancel it instead. Refused as RC-NOT-AMENDABLE:
      *> the same "too late, stock has moved" answer ORDAMEND gives.
       CONSOLE-HOLD.
           MOVE "HOLD" TO WS-ACTION-TAG
           PERFORM CONFIRM-ACTION
           IF WS-CONFIRM = "Y"
               MOVE "Y" TO WS-ACTION-OK-SW
               MOVE RC-SUCCESS TO WS-RETURN-CODE
               PERFORM READ-CURRENT-STATUS
               IF WS-ACTION-OK
                   EVALUATE TRUE
                       WHEN WS-ORA-STATUS-NEW
                       WHEN WS-ORA-STATUS-LOOKED-UP
                       WHEN WS-ORA-STATUS-CREDIT-HELD
                       WHEN WS-ORA-STATUS-BACKORDERED
                       WHEN WS-ORA-STATUS-SCHEDULED
                           SET WS-ORA-STATUS-ON-HOLD TO TRUE
                           PERFORM SET-ORDER-STATUS
                       WHEN OTHER
                           MOVE "N" TO WS-ACTION-OK-SW
                           MOVE RC-NOT-AMENDABLE TO WS-RETURN-CODE
                   END-EVALUATE
               END-IF
               PERFORM END-ACTION-SCOPE
               MOVE SPACES TO WS-ACTION-DETAIL
               STRING "FROM "            DELIMITED BY SIZE
                      WS-ORA-FROM-STATUS DELIMITED BY SIZE
                   INTO WS-ACTION-DETAIL
               END-STRING
               PERFORM FINISH-ACTION
           END-IF.

      *> The status change commits on its own before the re-drive,
      *> as in ORDDUPCK.cob, so a failed lookup later cannot undo
      *> the rep's release. An order not on a console hold is
      *> refused with RC-INVALID-INPUT.
       CONSOLE-RELEASE.
           MOVE "RELEASE" TO WS-ACTION-TAG
           PERFORM CONFIRM-ACTION
           IF WS-CONFIRM = "Y"
               MOVE "Y" TO WS-ACTION-OK-SW
               MOVE RC-SUCCESS TO WS-RETURN-CODE
               PERFORM READ-CURRENT-STATUS
               IF WS-ACTION-OK
                   IF WS-ORA-STATUS-ON-HOLD
                       SET WS-ORA-STATUS-NEW TO TRUE
                       PERFORM SET-ORDER-STATUS
                   ELSE
                       MOVE "N" TO WS-ACTION-OK-SW
                       MOVE RC-INVALID-INPUT TO WS-RETURN-CODE
                   END-IF
               END-IF
               PERFORM END-ACTION-SCOPE
               MOVE SPACES TO WS-ACTION-DETAIL
               IF WS-RETURN-CODE = RC-SUCCESS
                   PERFORM REDRIVE-RELEASED-ORDER
                   MOVE WS-CALL-RETURN-CODE TO WS-RC-COMP
                   PERFORM NAME-RETURN-CODE
                   STRING "REDRIVE "  DELIMITED BY SIZE
                          WS-RC-NAME  DELIMITED BY SIZE
                       INTO WS-ACTION-DETAIL
                   END-STRING
               END-IF
               PERFORM FINISH-ACTION
           END-IF.

      *> The fresh lookup a release promises: SAFE02-CALLED reserves,
      *> prices and audits the order exactly as if it had just
      *> arrived. No cursor is open here, so the CALL's commits close
      *> nothing.
       REDRIVE-RELEASED-ORDER.
           MOVE WS-ORDER-ID-PARM TO WS-CALL-ORDER-ID
           MOVE WS-CORRELATION-ID TO WS-CALL-CORRELATION-ID
           MOVE ZERO TO WS-CALL-QUANTITY
           MOVE ZERO TO WS-CALL-RETURN-CODE
           MOVE ZERO TO WS-CALL-LINE-COUNT
           MOVE ZERO TO WS-CALL-ORDER-TOTAL
           CALL "SAFE02-CALLED" USING
               WS-CALL-ORDER-ID
               WS-CALL-QUANTITY
               WS-CALL-RETURN-CODE
               WS-CALL-LINE-COUNT
               WS-CALL-LINE-QTY-TABLE
               WS-CALL-CORRELATION-ID
               WS-CALL-ORDER-TOTAL.

      *> ------------------------------------------------------------
      *> Shared action steps.
      *> ------------------------------------------------------------

      *> Every ORDERS row of a multi-line order carries the same
      *> ORDER_STATUS (UPDATE-ORDER-STATUS-ROW in SAFE02-CALLED sets
      *> them all), so checking one row is checking the order. Read
      *> fresh for every action — the screen may be minutes old.
       READ-CURRENT-STATUS.
           MOVE SPACE TO WS-ORA-FROM-STATUS
           EXEC SQL
               SELECT ORDER_STATUS
                 INTO :WS-ORA-ORDER-STATUS
                 FROM ORDERS
                WHERE ORDER_ID = :WS-ORA-ORDER-ID
                  AND ROWNUM = 1
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = ORA-SQLCODE-NOT-FOUND
                   MOVE "N" TO WS-ACTION-OK-SW
                   MOVE RC-NOT-FOUND TO WS-RETURN-CODE
               WHEN SQLCODE NOT = 0
                   MOVE "N" TO WS-ACTION-OK-SW
                   PERFORM TRANSLATE-ORACLE-ERROR
               WHEN OTHER
                   MOVE WS-ORA-ORDER-STATUS TO WS-ORA-FROM-STATUS
           END-EVALUATE.

      *> The transition is journaled first, inside the action's own
      *> commit scope — a rolled-back action leaves no event. The
      *> UPDATE only lands while the order still holds the status
      *> the action was checked against.
       SET-ORDER-STATUS.
           MOVE WS-ORA-ORDER-ID TO EVT-ORDER-ID
           MOVE WS-ORA-ORDER-STATUS TO EVT-TO-STATUS
           MOVE "ORDCONS" TO EVT-PROGRAM-ID
           MOVE WS-CORRELATION-ID TO EVT-CORRELATION-ID
           PERFORM LOG-STATUS-EVENT
           IF EVT-LOGGED
               EXEC SQL
                   UPDATE ORDERS
                   SET ORDER_STATUS = :WS-ORA-ORDER-STATUS
                   WHERE ORDER_ID = :WS-ORA-ORDER-ID
                     AND ORDER_STATUS = :WS-ORA-FROM-STATUS
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               MOVE "N" TO WS-ACTION-OK-SW
               PERFORM TRANSLATE-ORACLE-ERROR
           END-IF.

       END-ACTION-SCOPE.
           IF WS-ACTION-OK
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE RC-SUCCESS TO WS-RETURN-CODE
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
           END-IF.

       SUM-ORDER-LINE-TOTAL.
           EXEC SQL
               SELECT SUM(QUANTITY)
                 INTO :WS-ORA-LINE-TOTAL
                 FROM ORDERS
                WHERE ORDER_ID = :WS-ORA-ORDER-ID
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "N" TO WS-ACTION-OK-SW
               PERFORM TRANSLATE-ORACLE-ERROR
           END-IF
           IF WS-ACTION-OK
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
                   MOVE "N" TO WS-ACTION-OK-SW
                   PERFORM TRANSLATE-ORACLE-ERROR
               END-IF
           END-IF
           COMPUTE WS-ORA-OWN-TOTAL =
               WS-ORA-LINE-TOTAL - WS-ORA-KIT-LINE-TOTAL
           END-COMPUTE.

      *> Same site resolution as ROUTE-ORDER-WAREHOUSE in
      *> SAFE02-CALLED.cob — MIN over the lines, default site when no
      *> rule covers the item. SQLCODE is left for the caller: the
      *> screen shows an unresolved site, a cancellation fails.
       ROUTE-ORDER-WAREHOUSE.
           MOVE "01" TO WS-ORA-WAREHOUSE-ID
           EXEC SQL
               SELECT NVL(MIN(ITEM_ID), 0)
                 INTO :WS-ORA-ORDER-ITEM-ID
                 FROM ORDERS
                WHERE ORDER_ID = :WS-ORA-ORDER-ID
           END-EXEC
           IF SQLCODE = 0
               MOVE WS-ORA-ORDER-ITEM-ID TO WS-ROUTE-ITEM-ID
               CALL "WHROUTE" USING
                   WS-ROUTE-ITEM-ID
                   WS-ORA-WAREHOUSE-ID
           END-IF.

      *> The exact reverse of UPDATE-INVENTORY in SAFE02-CALLED —
      *> see RELEASE-INVENTORY in ORDCANCL.cob.
       RELEASE-INVENTORY.
           IF WS-ORA-OWN-TOTAL > 0 OR WS-ORA-KIT-LINE-TOTAL = 0
               EXEC SQL
                   UPDATE INVENTORY
                   SET QUANTITY_ON_HAND =
                       QUANTITY_ON_HAND + :WS-ORA-OWN-TOTAL
                   WHERE ORDER_ID = :WS-ORA-ORDER-ID
                     AND NVL(WAREHOUSE_ID, '01')
                         = :WS-ORA-WAREHOUSE-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE "N" TO WS-ACTION-OK-SW
                   PERFORM TRANSLATE-ORACLE-ERROR
               END-IF
           END-IF
           IF WS-ACTION-OK AND WS-ORA-KIT-LINE-TOTAL > 0
               PERFORM RELEASE-KIT-COMPONENTS
           END-IF.

       RELEASE-KIT-COMPONENTS.
           EXEC SQL
               UPDATE INVENTORY I
               SET I.QUANTITY_ON_HAND = I.QUANTITY_ON_HAND +
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
               MOVE "N" TO WS-ACTION-OK-SW
               PERFORM TRANSLATE-ORACLE-ERROR
           END-IF.

      *> Same SQLCODE-to-business-code translation the CALLED modules
      *> apply.
       TRANSLATE-ORACLE-ERROR.
           EVALUATE SQLCODE
               WHEN ORA-SQLCODE-NOT-FOUND
                   MOVE RC-NOT-FOUND TO WS-RETURN-CODE
               WHEN ORA-SQLCODE-DUP-KEY
                   MOVE RC-DUP-KEY TO WS-RETURN-CODE
               WHEN ORA-SQLCODE-RESOURCE-BUSY
               WHEN ORA-SQLCODE-LOCK-TIMEOUT
                   MOVE RC-RESOURCE-BUSY TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE RC-UNKNOWN-ORACLE-ERROR TO WS-RETURN-CODE
           END-EVALUATE.

      *> One audit record per cancellation attempt, exactly as
      *> ORDCANCL.cob writes it — QUANTITY-OUT the line-item total
      *> released (zero when refused, or when a held order had
      *> nothing reserved), order total zero.
       WRITE-AUDIT-RECORD.
           MOVE WS-ORDER-ID-PARM TO AUD-ORDER-ID
           MOVE 0 TO AUD-QUANTITY-IN
           IF WS-RETURN-CODE = RC-SUCCESS
               MOVE WS-ORA-LINE-TOTAL TO AUD-QUANTITY-OUT
           ELSE
               MOVE 0 TO AUD-QUANTITY-OUT
           END-IF
           MOVE WS-RETURN-CODE TO AUD-RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-CORRELATION-ID TO AUD-CORRELATION-ID
           MOVE 0 TO AUD-ORDER-TOTAL

           MOVE SPACES TO ORDAUDIT-LINE
           STRING AUD-ORDER-ID        DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  AUD-QUANTITY-IN     DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  AUD-QUANTITY-OUT    DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  AUD-RETURN-CODE     DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  AUD-TIMESTAMP       DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  AUD-CORRELATION-ID  DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  AUD-ORDER-TOTAL     DELIMITED BY SIZE
               INTO ORDAUDIT-LINE
           END-STRING

           OPEN EXTEND ORDAUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
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

      *> Tell the rep, log the action, and redraw the screen so the
      *> rep sees what the order looks like now.
       FINISH-ACTION.
           MOVE WS-RETURN-CODE TO WS-RC-COMP
           PERFORM NAME-RETURN-CODE
           IF WS-RETURN-CODE = RC-SUCCESS
               DISPLAY WS-ACTION-TAG " done: order " WS-ORDER-ID-PARM
                   " " WS-ACTION-DETAIL
           ELSE
               DISPLAY "REFUSED: " WS-ACTION-TAG " of order "
                   WS-ORDER-ID-PARM " — " WS-RC-NAME
           END-IF
           PERFORM APPEND-CONSOLE-LOG
           PERFORM SHOW-ORDER.

       APPEND-CONSOLE-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP
           MOVE WS-RETURN-CODE TO WS-LOG-RC
           MOVE WS-ORDER-ID-PARM TO WS-DL-ORDER-ID
           MOVE SPACES TO CONSOLE-LOG-LINE
           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-OPERATOR-ID   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-DL-ORDER-ID   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-ACTION-TAG    DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-LOG-RC        DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-ACTION-DETAIL DELIMITED BY SIZE
               INTO CONSOLE-LOG-LINE
           END-STRING
           OPEN EXTEND CONSOLE-LOG-FILE
           IF WS-CONSLOG-STATUS = "35"
      *> File doesn't exist yet on the first-ever action.
               OPEN OUTPUT CONSOLE-LOG-FILE
           END-IF
           WRITE CONSOLE-LOG-LINE
           CLOSE CONSOLE-LOG-FILE.

      *> Return-code naming, shared with AUDINQ.cob.
           COPY CPY-RCNAME.

      *> Status-transition journal, shared with every program that
      *> changes ORDER_STATUS — see CPY-STATLOG.cpy.
           COPY CPY-STATLOG.
