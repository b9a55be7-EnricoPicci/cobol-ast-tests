      *   rejected as a duplicate. This program consumes amendment
      *   messages from the AMEND.ORDERS queue and changes line
      *   quantities or adds/removes lines while the order is still
      *   in "N" or "L" status (per CPY-ORDSTAT.cpy), or parked
      *   "T" (scheduled) with nothing yet reserved. An order in "R"
      *   or beyond is refused with RC-NOT-AMENDABLE — stock has
      *   already moved, and the line set the reservation priced is
      *   frozen. Every outcome replies on OUTGOING.ORDERS.REPLY in
                   PERFORM TRANSLATE-SQLCODE
               WHEN WS-ORA-STATUS-NEW
               WHEN WS-ORA-STATUS-LOOKED-UP
               WHEN WS-ORA-STATUS-SCHEDULED
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-AMEND-OK-SW

      *> A line that already exists replies RC-DUP-KEY — the caller
      *> meant "Q", or is replaying an add that already landed.
      *> The new row carries the order's current status and
      *> requested ship date so one-status-per-order (and one ship
      *> date per order) keeps holding.
       ADD-ORDER-LINE.
           PERFORM COUNT-MATCHING-LINES
           IF WS-AMEND-OK
                   EXEC SQL
                       INSERT INTO ORDERS
                           (ORDER_ID, QUANTITY, ORDER_STATUS,
                            ITEM_ID, REQUESTED_SHIP_DATE)
                       VALUES
                           (:WS-ORA-ORDER-ID, :WS-ORA-QUANTITY,
                            :WS-ORA-ORDER-STATUS, :WS-ORA-ITEM-ID,
                            (SELECT MAX(REQUESTED_SHIP_DATE)
                               FROM ORDERS
                              WHERE ORDER_ID = :WS-ORA-ORDER-ID))
                   END-EXEC
                   IF SQLCODE NOT = 0
                       MOVE "N" TO WS-AMEND-OK-SW
