       01  RC-BACKORDERED             PIC S9(4) COMP VALUE 9009.
      *> An amendment asked for an order already in "R" or beyond —
      *> stock has moved and the line set is frozen; only orders
      *> still in "N" or "L", or scheduled "T", can change (see
      *> ORDAMEND.cob).
       01  RC-NOT-AMENDABLE           PIC S9(4) COMP VALUE 9010.
      *> A returns receipt named an order that is not in shipped
      *> status — nothing can come back from a customer who was
      *> credit limit — the lookup succeeded but no stock was
      *> reserved (see CHECK-CREDIT-LIMIT in SAFE02-CALLED.cob).
       01  RC-CREDIT-LIMIT            PIC S9(4) COMP VALUE 9012.
      *> The order is held as a suspected duplicate (status "D", per
      *> CPY-ORDSTAT) awaiting customer service review — nothing was
      *> reserved and the status is left untouched (see
      *> CHECK-ALREADY-RESERVED in SAFE02-CALLED.cob and
      *> ORDDUPCK.cob).
       01  RC-DUPLICATE-SUSPECT       PIC S9(4) COMP VALUE 9013.
      *> The order is on a customer service hold (status "O", per
      *> CPY-ORDSTAT) placed from the ORDCONS.cob console — nothing
      *> was reserved and the status is left untouched until the
      *> console releases it (see CHECK-ALREADY-RESERVED in
      *> SAFE02-CALLED.cob).
       01  RC-ORDER-ON-HOLD           PIC S9(4) COMP VALUE 9014.
      *> The operator named on the request does not hold the
      *> function in OPERAUTH.DAT — unknown, outside the validity
      *> dates, or the role lacks it. Nothing was changed and the
      *> refusal is in SECLOG.DAT (see OPAUTH.cob).
       01  RC-NOT-AUTHORIZED          PIC S9(4) COMP VALUE 9015.
      *> The order's requested ship date is beyond the release lead
      *> time — the lookup succeeded and the order is parked as
      *> scheduled (status "T", per CPY-ORDSTAT) with nothing
      *> reserved (see CHECK-SHIP-DATE in SAFE02-CALLED.cob and
      *> SCHDREL.cob).
       01  RC-SCHEDULED               PIC S9(4) COMP VALUE 9016.
       01  RC-UNKNOWN-ORACLE-ERROR    PIC S9(4) COMP VALUE 9500.

      *> --- Raw Oracle SQLCODEs we recognize and translate ---
