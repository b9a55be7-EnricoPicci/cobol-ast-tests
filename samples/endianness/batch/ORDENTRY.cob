      *   Positions  1- 9  ORDER-ID     PIC 9(9)
      *   Positions 10-11  LINE-COUNT   PIC 9(2)   (1-50)
      *   Positions 12-    LINE-QTY     PIC 9(9) per line
      *   Then, optionally, straight after the last line:
      *                    REQUESTED-SHIP-DATE PIC 9(8) (YYYYMMDD;
      *                    absent or spaces = ship as soon as
      *                    possible). A date beyond the release lead
      *                    time parks the order SCHEDULED at lookup
      *                    (see CHECK-SHIP-DATE in SAFE02-CALLED.cob).
      *
      * COMPILE: BINARY(BE) on Linux x86, with COMP5=YES for
      *          Pro*COBOL precompilation.
           05  OM-LINE-COUNT-N     REDEFINES OM-LINE-COUNT-X PIC 9(2).
           05  OM-LINE-AREA.
               10  OM-LINE-QTY-X   PIC X(9) OCCURS 50 TIMES.
      *> Room for the optional ship date behind a full 50 lines —
      *> on a shorter order the date lands inside OM-LINE-AREA and
      *> is picked out by position (see VALIDATE-MESSAGE).
           05  FILLER              PIC X(8).
       01  MQ-BUFFER-LEN            PIC S9(9) COMP-5 VALUE 469.
       01  MQ-DATA-LEN              PIC S9(9) COMP-5 VALUE 0.
       01  WS-EXPECTED-LEN          PIC S9(9) COMP-5 VALUE 0.

      *> The message's requested ship date, "00000000" when none was
      *> sent — NULLIF turns that back into a NULL
      *> REQUESTED_SHIP_DATE on insert, the same way CPRLOAD.cob
      *> writes an open-ended EXPIRY_DATE.
       01  WS-SHIP-DATE-X           PIC X(8) VALUE "00000000".
       01  WS-SHIP-DATE-N           REDEFINES WS-SHIP-DATE-X
                                     PIC 9(8).

      *> Reply message body — same layout ENDIAN02-CALLER.cob puts
      *> for lookup outcomes.
       01  MQ-REPLY-BUFFER.
           END-IF.

      *> A valid create message is a numeric order ID, a line count
      *> of 1-50, a body exactly as long as that count implies —
      *> or exactly 8 bytes longer, carrying a real calendar date or
      *> spaces — and numeric quantities for every line.
       VALIDATE-MESSAGE.
           MOVE "Y" TO WS-MSG-VALID-SW
           MOVE "00000000" TO WS-SHIP-DATE-X
           EVALUATE TRUE
               WHEN MQ-DATA-LEN < 20
                   MOVE "N" TO WS-MSG-VALID-SW
                   COMPUTE WS-EXPECTED-LEN =
                       11 + (OM-LINE-COUNT-N * 9)
                   END-COMPUTE
                   IF MQ-DATA-LEN = WS-EXPECTED-LEN + 8
                       PERFORM VALIDATE-SHIP-DATE
                   ELSE
                       IF MQ-DATA-LEN NOT = WS-EXPECTED-LEN
                           MOVE "N" TO WS-MSG-VALID-SW
                       END-IF
                   END-IF
                   IF WS-MSG-VALID
                       PERFORM VALIDATE-ONE-LINE-QTY
                           VARYING WS-LINE-IDX FROM 1 BY 1
                           UNTIL WS-LINE-IDX > OM-LINE-COUNT-N
               MOVE "N" TO WS-MSG-VALID-SW
           END-IF.

      *> The 8 bytes behind the last line. Spaces are the sender
      *> saying "no date"; anything else must be a real YYYYMMDD.
       VALIDATE-SHIP-DATE.
           IF MQ-BUFFER (WS-EXPECTED-LEN + 1:8) NOT = SPACES
               MOVE MQ-BUFFER (WS-EXPECTED-LEN + 1:8)
                 TO WS-SHIP-DATE-X
               IF WS-SHIP-DATE-X NOT NUMERIC
                   MOVE "N" TO WS-MSG-VALID-SW
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD (WS-SHIP-DATE-N)
                           NOT = 0
                       MOVE "N" TO WS-MSG-VALID-SW
                   END-IF
               END-IF
           END-IF.

      *> One INSERT per line item, all under one commit scope: the
      *> order exists completely or not at all. The duplicate check
      *> runs first — an order the upstream feed (or a redelivered
      *> message) already created replies RC-DUP-KEY instead of
      *> silently re-INSERTing its lines, which is an answer, not an
      *> abend. Only ORDER_ID, QUANTITY, ORDER_STATUS and the
      *> requested ship date are supplied — the other ORDERS columns
      *> (ORDER_DATE, ITEM_ID, CUSTOMER_ID) carry their table
      *> defaults until the enriching feeds fill them. Every line
      *> carries the order's one ship date.
       INSERT-ORDER-LINES.
           MOVE RC-SUCCESS TO WS-RETURN-CODE
           MOVE "Y" TO WS-INSERT-OK-SW
           MOVE OM-LINE-QTY-X (WS-LINE-IDX) TO WS-ORA-QUANTITY
           EXEC SQL
               INSERT INTO ORDERS
                   (ORDER_ID, QUANTITY, ORDER_STATUS,
                    REQUESTED_SHIP_DATE)
               VALUES
                   (:WS-ORA-ORDER-ID, :WS-ORA-QUANTITY,
                    :WS-ORA-ORDER-STATUS,
                    TO_DATE(NULLIF(:WS-SHIP-DATE-X, '00000000'),
                            'YYYYMMDD'))
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "N" TO WS-INSERT-OK-SW
