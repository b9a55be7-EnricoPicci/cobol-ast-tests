       01  WS-ORA-ORDER-ITEM-ID       PIC S9(9) COMP-5 VALUE 0.
           COPY CPY-ORDSTAT REPLACING ==:PFX:== BY ==WS-ORA==.

      *> Status-transition event, journaled with every status change
      *> (see CPY-STATEVT.cpy).
           COPY CPY-STATEVT.
       01  WS-CORR-ORDER-ID           PIC 9(9) VALUE ZEROS.

      *> Routed item crosses the WHROUTE CALL as COMP, like every
      *> other inter-module integer.
       01  WS-ROUTE-ITEM-ID           PIC S9(9) COMP VALUE 0.

      *> Record written, now flip and commit — see the header for
      *> why this order (written-then-flipped) is the safe one.
      *> The transition is journaled in the same commit as the flip.
       FLIP-ORDER-TO-WAREHOUSE.
           SET WS-ORA-STATUS-WAREHOUSE TO TRUE
           MOVE WS-ORA-ORDER-ID TO WS-CORR-ORDER-ID
           MOVE SPACES TO EVT-CORRELATION-ID
           STRING "SHIPFEED-" DELIMITED BY SIZE
                  WS-CORR-ORDER-ID DELIMITED BY SIZE
               INTO EVT-CORRELATION-ID
           END-STRING
           MOVE WS-ORA-ORDER-ID TO EVT-ORDER-ID
           MOVE WS-ORA-ORDER-STATUS TO EVT-TO-STATUS
           MOVE "SHIPFEED" TO EVT-PROGRAM-ID
           PERFORM LOG-STATUS-EVENT
           IF EVT-LOGGED
               EXEC SQL
                   UPDATE ORDERS
                   SET ORDER_STATUS = :WS-ORA-ORDER-STATUS
                   WHERE ORDER_ID = :WS-ORA-ORDER-ID
               END-EXEC
           END-IF
           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               DISPLAY "SHIPFEED flip failed for order "
                   WS-ORA-ORDER-ID " SQLCODE " SQLCODE
           END-IF.

      *> Status-transition journal, shared with every program that
      *> changes ORDER_STATUS — see CPY-STATLOG.cpy.
           COPY CPY-STATLOG.
