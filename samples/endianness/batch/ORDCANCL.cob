      *   DBA hand-crafting compensating UPDATEs. This program takes
      *   an order ID (and correlation ID), verifies the order is in
      *   RESERVED status, adds the line-item total back to
      *   QUANTITY_ON_HAND (a kit line's quantity going back onto
      *   its components' stock rows, per KIT_COMPONENTS — see
      *   SAFE02-CALLED.cob), sets the order CANCELLED, and writes its
      *   own ORDAUDIT record — all under one commit scope, so stock
      *   is never released without the status flipping with it.
      *
      *   same convention PLATCHK.cob uses for its expected-OS
      *   setting, rather than an extract file.
      *
      *   The operator asking for the cancellation must be named and
      *   must hold the ORDCANCL function in OPERAUTH.DAT (see
      *   OPAUTH.cob). A refusal touches nothing, but is still
      *   audited — RC-NOT-AUTHORIZED on the order's ORDAUDIT record,
      *   beside the SECLOG.DAT entry OPAUTH writes.
      *
      * INPUT: ORDCANCL_ORDER_ID environment variable (numeric).
      *        ORDCANCL_OPERATOR environment variable (required) —
      *        the operator ID checked against OPERAUTH.DAT.
      *        ORDCANCL_CORR_ID  environment variable (optional) —
      *        tags the audit record; when unset a local
      *        "ORDCANCL-<order-id>" correlation ID is derived, the
       DATA DIVISION.
       FILE SECTION.
       FD  ORDAUDIT-FILE.
       01  ORDAUDIT-LINE              PIC X(130).

       WORKING-STORAGE SECTION.

      *> Audit record fields — shared layout with the CALLED modules
      *> and ORDRECON.cob.
           COPY CPY-ORDAUDIT.
      *> Sequence number and chain hash stamped on every audit
      *> record — see CPY-AUDCHAIN.cpy.
           COPY CPY-AUDCHAIN.

           EXEC SQL INCLUDE SQLCA5 END-EXEC.


           COPY CPY-ORDSTAT REPLACING ==:PFX:== BY ==WS-ORA==.

      *> Status-transition event, journaled with every status change
      *> (see CPY-STATEVT.cpy).
           COPY CPY-STATEVT.

           COPY CPY-RETCODES.

      *> Sum of every line item's QUANTITY for this order — the same
      *> QUANTITY_ON_HAND when the order was reserved, now going back.
       01  WS-ORA-LINE-TOTAL          PIC S9(9) COMP-5 VALUE 0.

      *> The part of it on kit lines, which the reservation took off
      *> the kits' components rather than the order's own row — so
      *> that is where it goes back.
       01  WS-ORA-KIT-LINE-TOTAL      PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-OWN-TOTAL           PIC S9(9) COMP-5 VALUE 0.

      *> The site whose stock the reservation decremented — resolved
      *> from the order's ITEM_ID through the WHROUTE.cob rules,
      *> exactly as the reservation resolved it, so the release goes

       01  WS-ORDER-ID-PARM           PIC 9(9) VALUE ZEROS.
       01  WS-CORRELATION-ID          PIC X(20) VALUE SPACES.
       01  WS-OPERATOR-ID             PIC X(8) VALUE SPACES.

           COPY CPY-OPAUTH.

       01  WS-RETURN-CODE             PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM ACCEPT-PARAMETERS
           EVALUATE TRUE
               WHEN WS-ORDER-ID-PARM = 0
                   MOVE RC-INVALID-INPUT TO WS-RETURN-CODE
                   DISPLAY "ORDCANCL: no order ID supplied — set "
                       "ORDCANCL_ORDER_ID"
               WHEN WS-OPERATOR-ID = SPACES
                   MOVE RC-INVALID-INPUT TO WS-RETURN-CODE
                   DISPLAY "ORDCANCL: operator ID required — set "
                       "ORDCANCL_OPERATOR"
               WHEN OTHER
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF AUTH-GRANTED
                       PERFORM CANCEL-ORDER
                   ELSE
                       MOVE RC-NOT-AUTHORIZED TO WS-RETURN-CODE
                       DISPLAY "ORDCANCL: " WS-OPERATOR-ID
                           " not authorized to cancel — "
                           AUTH-REASON
                   END-IF
           END-EVALUATE
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DISPLAY-OUTCOME
           STOP RUN.
               FROM ENVIRONMENT "ORDCANCL_ORDER_ID"
           ACCEPT WS-CORRELATION-ID
               FROM ENVIRONMENT "ORDCANCL_CORR_ID"
           ACCEPT WS-OPERATOR-ID
               FROM ENVIRONMENT "ORDCANCL_OPERATOR"
           IF WS-CORRELATION-ID = SPACES
               STRING "ORDCANCL-" DELIMITED BY SIZE
                      WS-ORDER-ID-PARM DELIMITED BY SIZE
           END-IF
           MOVE WS-ORDER-ID-PARM TO WS-ORA-ORDER-ID.

       CHECK-OPERATOR-AUTHORITY.
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID
           MOVE "ORDCANCL" TO AUTH-FUNCTION
           MOVE "ORDCANCL" TO AUTH-PROGRAM-ID
           CALL "OPAUTH" USING AUTH-OPERATOR-ID AUTH-FUNCTION
                               AUTH-PROGRAM-ID AUTH-RESULT
                               AUTH-REASON.

      *> The whole cancellation — status check, inventory release,
      *> status flip — runs under one commit scope: any failure after
      *> the first UPDATE rolls everything back, so stock is never
           IF SQLCODE NOT = 0
               MOVE "N" TO WS-CANCEL-OK-SW
               PERFORM TRANSLATE-ORACLE-ERROR
           END-IF
           IF WS-CANCEL-OK
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
                   MOVE "N" TO WS-CANCEL-OK-SW
                   PERFORM TRANSLATE-ORACLE-ERROR
               END-IF
           END-IF
           COMPUTE WS-ORA-OWN-TOTAL =
               WS-ORA-LINE-TOTAL - WS-ORA-KIT-LINE-TOTAL
           END-COMPUTE.

      *> Same site resolution as ROUTE-ORDER-WAREHOUSE in
      *> SAFE02-CALLED.cob — MIN over the lines, default site when
           END-IF.

      *> The exact reverse of UPDATE-INVENTORY in SAFE02-CALLED —
      *> the order's non-kit lines go back in one UPDATE, onto the
      *> same site's stock row the reservation decremented, and each
      *> kit component gets back what its kits took.
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
                   MOVE "N" TO WS-CANCEL-OK-SW
                   PERFORM TRANSLATE-ORACLE-ERROR
               END-IF
           END-IF
           IF WS-CANCEL-OK AND WS-ORA-KIT-LINE-TOTAL > 0
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
               MOVE "N" TO WS-CANCEL-OK-SW
               PERFORM TRANSLATE-ORACLE-ERROR
           END-IF.

      *> The transition is journaled first, inside the cancellation's
      *> own commit scope — a rolled-back cancel leaves no event.
       SET-ORDER-CANCELLED.
           SET WS-ORA-STATUS-CANCELLED TO TRUE
           MOVE WS-ORA-ORDER-ID TO EVT-ORDER-ID
           MOVE WS-ORA-ORDER-STATUS TO EVT-TO-STATUS
           MOVE "ORDCANCL" TO EVT-PROGRAM-ID
           MOVE WS-CORRELATION-ID TO EVT-CORRELATION-ID
           PERFORM LOG-STATUS-EVENT
           IF EVT-LOGGED
               EXEC SQL
                   UPDATE ORDERS
                   SET ORDER_STATUS = :WS-ORA-ORDER-STATUS
                   WHERE ORDER_ID = :WS-ORA-ORDER-ID
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               MOVE "N" TO WS-CANCEL-OK-SW
               PERFORM TRANSLATE-ORACLE-ERROR
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

       DISPLAY-OUTCOME.
           DISPLAY "ORDCANCL order:    " WS-ORDER-ID-PARM
           IF WS-RETURN-CODE = RC-SUCCESS
               DISPLAY "ORDCANCL released: " WS-ORA-LINE-TOTAL
           END-IF.

      *> Status-transition journal, shared with every program that
      *> changes ORDER_STATUS — see CPY-STATLOG.cpy.
           COPY CPY-STATLOG.
