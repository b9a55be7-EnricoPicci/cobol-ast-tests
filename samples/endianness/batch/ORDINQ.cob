       01  WS-MSGS-REJECTED    PIC 9(9) VALUE ZERO.

      *> Same pricing join as the lookup cursors — see
      *> SAFE02-CALLED.cob for the outer-join and NVL reasoning and
      *> the contract price that overrides list price.
      *> SELECT only: this cursor is the whole of this program's
      *> Oracle footprint.
           EXEC SQL
               DECLARE INQUIRY-LINES-CURSOR CURSOR FOR
                   SELECT O.QUANTITY,
                          NVL((SELECT K.CONTRACT_PRICE
                                 FROM CONTRACT_PRICES K
                                WHERE K.CUSTOMER_ID = O.CUSTOMER_ID
                                  AND K.ITEM_ID = O.ITEM_ID
                                  AND NVL(K.EXPIRY_DATE, SYSDATE)
                                      >= TRUNC(SYSDATE)),
                              NVL(P.UNIT_PRICE, 0)),
                          O.ORDER_STATUS
                   FROM ORDERS O, PRICES P
                   WHERE O.ORDER_ID = :WS-ORA-ORDER-ID
