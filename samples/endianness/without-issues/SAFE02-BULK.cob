      *   re-read RETRYCFG.DAT, and ran its own cursor — at tens of
      *   thousands of orders the comparison run no longer fit the
      *   batch window. This module accepts a table of up to 50 order
      *   IDs in one CALL, resolves them in one pass with the timing
      *   file held open and the retry config read once, and returns
      *   per-order quantities, return codes, line counts, and priced
      *   totals in parallel tables.
      *   The per-order correlation ID is derived from the caller's
      *   prefix plus the order ID ("ORDCMPR-" + ID gives the same
      *   IDs ORDCMPR used to build itself), so ORDAUDIT reads the
      *   same whichever entry point served the batch. ORDAUDIT.DAT
      *   itself is still opened and closed per record, as every
      *   chained writer does — a record held in this module's
      *   buffer past its chain-head release would land behind later
      *   numbers written by the online lookups.
      *
      * COMPILE: BINARY(BE) on Linux x86, with COMP5=YES for
      *          Pro*COBOL precompilation.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDAUDIT-FILE.
       01  ORDAUDIT-LINE              PIC X(130).

       FD  ORDTIMNG-FILE.
       01  ORDTIMNG-LINE              PIC X(100).
      *> Audit record fields — shared layout with the CALLED modules
      *> and ORDRECON.cob.
           COPY CPY-ORDAUDIT.
      *> Sequence number and chain hash stamped on every audit
      *> record — see CPY-AUDCHAIN.cpy.
           COPY CPY-AUDCHAIN.

       01  WS-TIMING-STATUS           PIC XX.
      *> Timing record fields — shared layout with SAFE02-CALLED.cob
           COPY CPY-RETCODES.

      *> Same pricing join as SAFE02-CALLED.cob's cursor — see the
      *> commentary there for the outer join, the NVL reasoning, and
      *> the contract price that overrides list price.
           EXEC SQL
               DECLARE BULK-ORDER-LINES-CURSOR CURSOR FOR
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
               MOVE LS-BULK-COUNT TO WS-ORDERS-TO-DO
           END-IF

           PERFORM OPEN-TIMING-FILE
           PERFORM RESOLVE-ONE-ORDER
               VARYING WS-BULK-IDX FROM 1 BY 1
               UNTIL WS-BULK-IDX > WS-ORDERS-TO-DO
           PERFORM CLOSE-TIMING-FILE

           GOBACK.

               CLOSE RETRY-CONFIG-FILE
           END-IF.

       OPEN-TIMING-FILE.
           OPEN EXTEND ORDTIMNG-FILE
           IF WS-TIMING-STATUS = "35"
               OPEN OUTPUT ORDTIMNG-FILE
           END-IF.

       CLOSE-TIMING-FILE.
           CLOSE ORDTIMNG-FILE.

      *> One table entry end to end: validate, look up with bounded
           END-EVALUATE.

      *> One audit record per table entry — same layout and fields
      *> the single-order entry point writes, appended the same way
      *> (open, stamp, write, close, release).
       WRITE-AUDIT-RECORD.
           MOVE LS-BULK-ORDER-ID (WS-BULK-IDX) TO AUD-ORDER-ID
           MOVE 0 TO AUD-QUANTITY-IN
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

      *> One timing record per table entry, into the already-open
      *> file — same layout SAFE02-CALLED.cob writes.
