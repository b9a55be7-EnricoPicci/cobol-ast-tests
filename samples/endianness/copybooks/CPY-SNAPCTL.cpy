      ******************************************************************
      * CPY-SNAPCTL.cpy — Reporting Snapshot Control Record Layout
      *
      * PURPOSE:
      *   The one-record control file, RPTSNAP.CTL, that says which
      *   point in time the reporting snapshot (RPTSNAP.cob) holds
      *   and whether it was finished. COPY this into WORKING-STORAGE
      *   of the extract and of every report that reads the
      *   snapshot; the FD record is a plain 77-byte line, written
      *   FROM and read INTO this layout, so the fields outlive the
      *   CLOSE. The readers check it through READ-SNAPSHOT-CONTROL
      *   (CPY-SNAPCHK.cpy).
      *
      *   RPTSNAP.CTL is a LINE SEQUENTIAL file, rewritten whole:
      *   Position   1     STATE          PIC X(1)
      *                    "I" extract in progress (or died)
      *                    "C" extract complete — usable
      *   Positions  2-15  TAKEN-AT       PIC X(14) (YYYYMMDDHHMMSS,
      *                    Oracle's clock as the read-only
      *                    transaction began — the instant every
      *                    snapshot file describes)
      *   Positions 16-23  BUSINESS-DATE  PIC 9(8)  (BUSDATE.cob's
      *                    date when the snapshot was taken)
      *   Positions 24-32  ORDER-LINES    PIC 9(9)  (RPTSNAP.ORD)
      *   Positions 33-41  CUSTOMERS      PIC 9(9)  (RPTSNAP.CUS)
      *   Positions 42-50  INVENTORY-ROWS PIC 9(9)  (RPTSNAP.INV)
      *   Positions 51-59  PRICES         PIC 9(9)  (RPTSNAP.PRC)
      *   Positions 60-68  TRANSIT-COUNT  PIC 9(9)  (STOCK_TRANSFERS
      *                    rows in transit at that instant)
      *   Positions 69-77  TRANSIT-QTY    PIC 9(9)  (their
      *                    QUANTITY_SENT total)
      ******************************************************************
       01  SNAPSHOT-CONTROL-RECORD.
           05  SNX-STATE              PIC X(1).
               88  SNX-IN-PROGRESS    VALUE "I".
               88  SNX-COMPLETE       VALUE "C".
           05  SNX-TAKEN-AT           PIC X(14).
           05  SNX-BUSINESS-DATE      PIC 9(8).
           05  SNX-ORDER-LINES        PIC 9(9).
           05  SNX-CUSTOMERS          PIC 9(9).
           05  SNX-INVENTORY-ROWS     PIC 9(9).
           05  SNX-PRICES             PIC 9(9).
           05  SNX-TRANSIT-COUNT      PIC 9(9).
           05  SNX-TRANSIT-QTY        PIC 9(9).
