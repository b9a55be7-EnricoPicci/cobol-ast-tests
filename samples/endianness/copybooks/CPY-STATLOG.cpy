      ******************************************************************
      * CPY-STATLOG.cpy — Shared Status-Transition Logging Paragraph
      *
      * PURPOSE:
      *   Every program that changes ORDER_STATUS records the move
      *   the same way. COPY this member into the PROCEDURE DIVISION
      *   and, immediately BEFORE the UPDATE that sets ORDER_STATUS
      *   and inside the same commit scope:
      *
      *     MOVE <order id>        TO EVT-ORDER-ID
      *     MOVE <new status>      TO EVT-TO-STATUS
      *     MOVE "<program>"       TO EVT-PROGRAM-ID
      *     MOVE <correlation id>  TO EVT-CORRELATION-ID
      *     PERFORM LOG-STATUS-EVENT
      *     IF EVT-LOGGED
      *         ... UPDATE ORDERS SET ORDER_STATUS ...
      *     END-IF
      *
      *   The event is taken from the ORDERS rows before they change,
      *   so the from-status is whatever the order really held, and a
      *   "change" to the status already held records nothing. On a
      *   failed INSERT SQLCODE is left as Oracle set it and the
      *   caller's own failure path (rollback, count, report) takes
      *   over exactly as it would for a failed UPDATE.
      *
      *   The host program must provide:
      *     - SQLCODE (COMP-5, from EXEC SQL INCLUDE SQLCA5)
      *     - CPY-STATEVT (the EVT- fields)
      *   It tests +100 as a literal, so it needs no CPY-RETCODES —
      *   SHIPFEED and SHIPCONF do not carry it.
      ******************************************************************
      *> DISTINCT because ORDERS carries one row per line item under
      *> the same ORDER_ID, all holding the same status. An INSERT
      *> ... SELECT that selects nothing (no change) reports +100.
       LOG-STATUS-EVENT.
           MOVE "Y" TO EVT-LOGGED-SW
           EXEC SQL
               INSERT INTO ORDER_STATUS_EVENTS
                   (ORDER_ID, FROM_STATUS, TO_STATUS, PROGRAM_ID,
                    CORRELATION_ID, EVENT_TS)
               SELECT DISTINCT O.ORDER_ID,
                      NVL(O.ORDER_STATUS, ' '),
                      :EVT-TO-STATUS, :EVT-PROGRAM-ID,
                      :EVT-CORRELATION-ID, SYSTIMESTAMP
                 FROM ORDERS O
                WHERE O.ORDER_ID = :EVT-ORDER-ID
                  AND NVL(O.ORDER_STATUS, ' ') <> :EVT-TO-STATUS
           END-EXEC
           IF SQLCODE NOT = 0
                   AND SQLCODE NOT = 100
               MOVE "N" TO EVT-LOGGED-SW
           END-IF.
