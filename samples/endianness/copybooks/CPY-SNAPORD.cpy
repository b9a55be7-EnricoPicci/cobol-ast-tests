      ******************************************************************
      * CPY-SNAPORD.cpy — Reporting Snapshot ORDERS Record Layout
      *
      * PURPOSE:
      *   One ORDERS line item as it stood when RPTSNAP.cob took the
      *   night's reporting snapshot. COPY this under the FD for
      *   RPTSNAP.ORD in the extract and in every report that reads
      *   it, so the writer and the readers agree on widths and on
      *   the keys.
      *
      *   RPTSNAP.ORD is INDEXED. Every program that opens it must
      *   declare the same key set, in this order:
      *
      *       RECORD KEY IS SNO-KEY
      *       ALTERNATE RECORD KEY IS SNO-CUSTOMER-ID
      *           WITH DUPLICATES
      *       ALTERNATE RECORD KEY IS SNO-ITEM-ID
      *           WITH DUPLICATES
      *       ALTERNATE RECORD KEY IS SNO-STATUS-KEY
      *           WITH DUPLICATES
      *
      *   Keyed the way the reports read it:
      *     SNO-KEY          order, then line — INVRECON.cob and
      *                      ORDENRCH.cob walk whole orders
      *     SNO-CUSTOMER-ID  CREDRPT.cob totals one account at a time
      *     SNO-ITEM-ID      PRCRECON.cob groups by item
      *     SNO-STATUS-KEY   ORDSWEEP.cob reads each status oldest
      *                      order first
      *   Records are written in ORDER_ID order, and duplicates on an
      *   alternate key read back in the order they were written —
      *   so one order's lines stay together under every key.
      *
      *   ORDERS has no line number of its own; LINE-SEQ numbers an
      *   order's lines 1, 2, ... as the extract met them. Nullable
      *   columns arrive as zero/space, with CUSTOMER-NULL-SW kept
      *   because "no customer yet" (ORDENRCH.cob's unenriched
      *   orders) is not the same as customer zero. ORDER-DATE is
      *   zero when the row had none. UNIT-PRICE is the price the
      *   line is worth at snapshot time: the customer's unexpired
      *   CONTRACT_PRICES row if there is one, else PRICES, else
      *   zero — the same contract-or-list rule SAFE02-CALLED.cob
      *   prices by. SHIP-DATE is the order's requested ship date
      *   (REQUESTED_SHIP_DATE), zero when none was asked for.
      ******************************************************************
       01  SNAP-ORDER-RECORD.
           05  SNO-KEY.
               10  SNO-ORDER-ID       PIC 9(9).
               10  SNO-LINE-SEQ       PIC 9(5).
           05  SNO-CUSTOMER-ID        PIC 9(9).
           05  SNO-ITEM-ID            PIC 9(9).
           05  SNO-STATUS-KEY.
               10  SNO-ORDER-STATUS   PIC X(1).
               10  SNO-ORDER-DATE     PIC 9(8).
           05  SNO-CUSTOMER-NULL-SW   PIC X(1).
               88  SNO-NO-CUSTOMER    VALUE "Y".
           05  SNO-QUANTITY           PIC S9(9).
           05  SNO-SHIPPED-QTY        PIC S9(9).
           05  SNO-RETURNED-QTY       PIC S9(9).
           05  SNO-BILLED-FLAG        PIC X(1).
               88  SNO-BILLED         VALUE "Y".
           05  SNO-PAID-FLAG          PIC X(1).
               88  SNO-PAID           VALUE "Y".
           05  SNO-UNIT-PRICE         PIC S9(7)V99.
           05  SNO-SHIP-DATE          PIC 9(8).
