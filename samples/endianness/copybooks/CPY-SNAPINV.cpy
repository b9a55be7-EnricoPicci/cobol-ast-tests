      ******************************************************************
      * CPY-SNAPINV.cpy — Reporting Snapshot INVENTORY Record Layout
      *
      * PURPOSE:
      *   One INVENTORY row as it stood when RPTSNAP.cob took the
      *   night's reporting snapshot. COPY this under the FD for
      *   RPTSNAP.INV.
      *
      *   RPTSNAP.INV is INDEXED:
      *       RECORD KEY IS SNI-KEY
      *   keyed by the ORDER_ID INVRECON.cob measures movement by,
      *   then a sequence numbering that order's rows as the extract
      *   met them (INVENTORY has no unique key of its own to carry).
      *   A row with no ORDER_ID files under order zero.
      ******************************************************************
       01  SNAP-INVENTORY-RECORD.
           05  SNI-KEY.
               10  SNI-ORDER-ID       PIC 9(9).
               10  SNI-ROW-SEQ        PIC 9(9).
           05  SNI-ITEM-ID            PIC 9(9).
           05  SNI-WAREHOUSE-ID       PIC X(2).
           05  SNI-QUANTITY-START     PIC S9(9).
           05  SNI-QUANTITY-ON-HAND   PIC S9(9).
