      ******************************************************************
      * CPY-RCNAME.cpy — Shared Return-Code Naming Paragraph
      *
      * PURPOSE:
      *   Turns a bare business return code into the CPY-RETCODES
      *   name the rest of the suite talks in, so an operator reading
      *   audit history sees RC-INVALID-QUANTITY rather than a bare
      *   9002. COPY this member into the PROCEDURE DIVISION, MOVE
      *   the code to WS-RC-COMP and PERFORM NAME-RETURN-CODE; the
      *   name comes back in WS-RC-NAME. An unrecognized value is
      *   shown as "RC <value>" so a corrupted record is still
      *   visible.
      *
      *   The host program must provide:
      *     - CPY-RETCODES (the RC- values)
      *     - WS-RC-COMP   PIC S9(4) COMP
      *     - WS-RC-NAME   PIC X(24)
      *     - WS-DL-RC     PIC -(4)9
      *   Used by AUDINQ.cob and ORDCONS.cob.
      ******************************************************************
       NAME-RETURN-CODE.
           EVALUATE WS-RC-COMP
               WHEN RC-SUCCESS
                   MOVE "RC-SUCCESS" TO WS-RC-NAME
               WHEN RC-NOT-FOUND
                   MOVE "RC-NOT-FOUND" TO WS-RC-NAME
               WHEN RC-DUP-KEY
                   MOVE "RC-DUP-KEY" TO WS-RC-NAME
               WHEN RC-RESOURCE-BUSY
                   MOVE "RC-RESOURCE-BUSY" TO WS-RC-NAME
               WHEN RC-INVALID-INPUT
                   MOVE "RC-INVALID-INPUT" TO WS-RC-NAME
               WHEN RC-INVALID-QUANTITY
                   MOVE "RC-INVALID-QUANTITY" TO WS-RC-NAME
               WHEN RC-INVENTORY-UPDATE-FAILED
                   MOVE "RC-INVENTORY-UPD-FAIL" TO WS-RC-NAME
               WHEN RC-LINE-ITEMS-TRUNCATED
                   MOVE "RC-LINE-ITEMS-TRUNC" TO WS-RC-NAME
               WHEN RC-NOT-RESERVED
                   MOVE "RC-NOT-RESERVED" TO WS-RC-NAME
               WHEN RC-CREDIT-HOLD
                   MOVE "RC-CREDIT-HOLD" TO WS-RC-NAME
               WHEN RC-ALREADY-RESERVED
                   MOVE "RC-ALREADY-RESERVED" TO WS-RC-NAME
               WHEN RC-ORDER-CANCELLED
                   MOVE "RC-ORDER-CANCELLED" TO WS-RC-NAME
               WHEN RC-BACKORDERED
                   MOVE "RC-BACKORDERED" TO WS-RC-NAME
               WHEN RC-NOT-AMENDABLE
                   MOVE "RC-NOT-AMENDABLE" TO WS-RC-NAME
               WHEN RC-NOT-SHIPPED
                   MOVE "RC-NOT-SHIPPED" TO WS-RC-NAME
               WHEN RC-CREDIT-LIMIT
                   MOVE "RC-CREDIT-LIMIT" TO WS-RC-NAME
               WHEN RC-DUPLICATE-SUSPECT
                   MOVE "RC-DUPLICATE-SUSPECT" TO WS-RC-NAME
               WHEN RC-ORDER-ON-HOLD
                   MOVE "RC-ORDER-ON-HOLD" TO WS-RC-NAME
               WHEN RC-NOT-AUTHORIZED
                   MOVE "RC-NOT-AUTHORIZED" TO WS-RC-NAME
               WHEN RC-SCHEDULED
                   MOVE "RC-SCHEDULED" TO WS-RC-NAME
               WHEN RC-UNKNOWN-ORACLE-ERROR
                   MOVE "RC-UNKNOWN-ORA-ERROR" TO WS-RC-NAME
               WHEN OTHER
                   MOVE WS-RC-COMP TO WS-DL-RC
                   MOVE SPACES TO WS-RC-NAME
                   STRING "RC " WS-DL-RC DELIMITED BY SIZE
                       INTO WS-RC-NAME
                   END-STRING
           END-EVALUATE.
