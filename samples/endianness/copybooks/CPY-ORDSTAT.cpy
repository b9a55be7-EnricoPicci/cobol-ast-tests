      *   Never COPY this into a LINKAGE SECTION instantiation of
      *   CPY-ORDERS (==LS==) — there is no LS-ORDER-STATUS parameter
      *   on the order-lookup interface.
      *
      *   Only the latest value lives on ORDERS. Every program that
      *   changes it journals the move (from, to, program,
      *   correlation ID, time) to ORDER_STATUS_EVENTS in the same
      *   commit — see CPY-STATEVT.cpy, CPY-STATLOG.cpy and the
      *   STATPATH.cob status-path report.
      ******************************************************************
       01  :PFX:-ORDER-STATUS        PIC X(1).
           88  :PFX:-STATUS-NEW         VALUE "N".
           88  :PFX:-STATUS-PART-SHIPPED VALUE "P".
      *> Warehouse confirmed shipment (SHIPCONF.cob). Terminal.
           88  :PFX:-STATUS-SHIPPED     VALUE "S".
      *> Same customer, same item set and line quantities as an
      *> earlier order inside the duplicate window — held by
      *> ORDDUPCK.cob before any stock moves, and refused by the
      *> lookup (RC-DUPLICATE-SUSPECT) while held. Customer service
      *> either releases it (back to "N" and re-driven through a
      *> fresh lookup, never flagged again) or cancels it ("C").
           88  :PFX:-STATUS-DUPLICATE-HELD VALUE "D".
      *> Held by a customer service rep from the ORDCONS.cob console
      *> before any stock moves (from "N", "L", "H", "B" or "T"), and
      *> refused by the lookup (RC-ORDER-ON-HOLD) while held. Only
      *> the console releases it — back to "N" and re-driven
      *> through a fresh lookup — or cancels it ("C").
           88  :PFX:-STATUS-ON-HOLD     VALUE "O".
      *> The order carries a requested ship date further out than
      *> the release lead time — the lookup validated and priced it
      *> but reserved nothing (see CHECK-SHIP-DATE in
      *> SAFE02-CALLED.cob). SCHDREL.cob re-drives it through a
      *> fresh lookup once the ship date comes inside the lead time,
      *> and the reservation then runs as for any other order.
           88  :PFX:-STATUS-SCHEDULED   VALUE "T".
