      ******************************************************************
      * POGEN.cob — Nightly Purchase Order Generation by Vendor
      *
      * PURPOSE:
      *   INVREPL.cob's REORDER.DAT is only a suggestion list, and
      *   purchasing used to retype it into purchase orders by hand —
      *   with no PO number behind a delivery, INVRECPT.cob could
      *   only match the dock back to a suggestion. This job turns
      *   the night's suggestions into real purchase orders:
      *   - each suggested item is looked up on the vendor master
      *     (VENDMAST.DAT, see CPY-VENDMAST.cpy) for its supplying
      *     vendor and terms;
      *   - the quantity is raised to the vendor's minimum order
      *     quantity and then rounded UP to a whole number of packs
      *     (never down — a suggestion is what the shelf needs);
      *   - the night's lines are grouped into one purchase order
      *     per vendor, each given the next PO number from POCTL.DAT;
      *   - every PO line is added to the open-PO register
      *     (OPENPO.DAT, see CPY-OPENPO.cpy) with its due date —
      *     the order date plus the vendor's lead time — which
      *     INVRECPT.cob receives against and reports overdue from.
      *
      *   An item with a line still open on the register for the
      *   same site is NOT ordered again: INVREPL.cob keeps
      *   suggesting it every night until the stock lands, and
      *   each of those nights must not raise a fresh PO. An item
      *   with no vendor master entry cannot be ordered and is
      *   listed for purchasing to set up.
      *
      *   Each vendor's PO is written to its own dated,
      *   sequence-numbered file — PO.V<vendor>.D<YYYYMMDD>.S<nn>.DAT
      *   — closed with a line-count trailer and recorded in the
      *   POCAT.DAT catalog, the same generation discipline
      *   SHIPFEED.cob applies to the warehouse feeds. A file is
      *   catalogued, and its lines registered, only once it is
      *   complete and closed.
      *
      *   The PO number is saved to POCTL.DAT the moment it is
      *   allocated, before its file is written, so a crash can
      *   leave a gap in the PO numbers but can never issue the
      *   same number twice.
      *
      * INPUT: REORDER.DAT in INVREPL.cob's documented layout.
      *
      * PO CONTROL FILE FORMAT (POCTL.DAT, one record):
      *   Positions  1- 8  LAST-PO-NUMBER  PIC 9(8)
      *   Missing file means no PO has ever been raised.
      *
      * PURCHASE ORDER FILE FORMAT (one file per vendor per run):
      *   First record:    "HEADER  " + PO-NUMBER X(10)
      *                    + VENDOR-ID X(8) + VENDOR-NAME X(30)
      *                    + ORDER-DATE 9(8)
      *   Detail records:
      *   Positions  1-10  PO-NUMBER       PIC X(10)
      *   Positions 11-13  PO-LINE         PIC 9(3)
      *   Positions 14-22  ITEM-ID         PIC 9(9)
      *   Positions 23-31  QUANTITY        PIC 9(9)
      *   Positions 32-33  SHIP-TO-SITE    PIC X(2)
      *   Positions 34-41  DUE-DATE        PIC 9(8)  (YYYYMMDD)
      *   Final record:    "TRAILER " + LINE-COUNT PIC 9(9)
      *
      * PO CATALOG FORMAT (POCAT.DAT, one line per PO file):
      *   Positions  1-30  FILE-NAME       PIC X(30)
      *   Position  31     (space)
      *   Positions 32-39  RUN-DATE        PIC 9(8)
      *   Position  40     (space)
      *   Positions 41-49  LINE-COUNT      PIC 9(9)
      *   Position  50     (space)
      *   Positions 51-58  VENDOR-ID       PIC X(8)
      *   Position  59     (space)
      *   Positions 60-69  PO-NUMBER       PIC X(10)
      *
      * OUTPUT: POGEN.RPT — each PO raised with its lines, the items
      *         held back (already on order, no vendor), and counts.
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REORDER-EXTRACT-FILE ASSIGN TO "REORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORDER-STATUS.

           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT OPEN-PO-FILE ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-PO-STATUS.

           SELECT PO-CONTROL-FILE ASSIGN TO "POCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

      *> One fresh generation-dated file per vendor per run —
      *> WRITE-ONE-VENDOR-PO builds the name and points DD_POFILE at
      *> it before the OPEN, the same per-OPEN redirection
      *> SHIPFEED.cob uses.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO POFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT PO-CATALOG-FILE ASSIGN TO "POCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT PO-REPORT-FILE ASSIGN TO "POGEN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Layout per INVREPL.cob.
       FD  REORDER-EXTRACT-FILE.
       01  REORDER-EXTRACT-RECORD.
           05  RE-ITEM-ID             PIC 9(9).
           05  RE-QUANTITY-ON-HAND    PIC S9(9).
           05  RE-REORDER-THRESHOLD   PIC 9(9).
           05  RE-SUGGESTED-REORDER   PIC 9(9).
           05  RE-WAREHOUSE-ID        PIC X(2).

       FD  VENDOR-MASTER-FILE.
           COPY CPY-VENDMAST REPLACING ==:PFX:== BY ==VM==.

       FD  OPEN-PO-FILE.
           COPY CPY-OPENPO REPLACING ==:PFX:== BY ==OP==.

       FD  PO-CONTROL-FILE.
       01  PO-CONTROL-RECORD.
           05  PCT-LAST-PO-NUMBER-X   PIC X(8).
           05  PCT-LAST-PO-NUMBER-N   REDEFINES PCT-LAST-PO-NUMBER-X
                                       PIC 9(8).

       FD  PURCHASE-ORDER-FILE.
       01  PO-DETAIL-RECORD.
           05  PD-PO-NUMBER           PIC X(10).
           05  PD-PO-LINE             PIC 9(3).
           05  PD-ITEM-ID             PIC 9(9).
           05  PD-QUANTITY            PIC 9(9).
           05  PD-SHIP-TO             PIC X(2).
           05  PD-DUE-DATE            PIC 9(8).
       01  PO-HEADER-RECORD.
           05  PH-TAG                 PIC X(8).
           05  PH-PO-NUMBER           PIC X(10).
           05  PH-VENDOR-ID           PIC X(8).
           05  PH-VENDOR-NAME         PIC X(30).
           05  PH-ORDER-DATE          PIC 9(8).
      *> The closing record — its count is how the vendor (and
      *> anyone re-sending the file) tells complete from truncated.
       01  PO-TRAILER-RECORD.
           05  PT-TAG                 PIC X(8).
           05  PT-COUNT               PIC 9(9).
           05  FILLER                 PIC X(24).

       FD  PO-CATALOG-FILE.
       01  PO-CATALOG-RECORD.
           05  PC-FILE-NAME           PIC X(30).
           05  FILLER                 PIC X(1).
           05  PC-RUN-DATE            PIC 9(8).
           05  FILLER                 PIC X(1).
           05  PC-LINE-COUNT          PIC 9(9).
           05  FILLER                 PIC X(1).
           05  PC-VENDOR-ID           PIC X(8).
           05  FILLER                 PIC X(1).
           05  PC-PO-NUMBER           PIC X(10).

       FD  PO-REPORT-FILE.
       01  PO-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REORDER-STATUS          PIC XX.
           88  WS-REORDER-OK          VALUE "00".
       01  WS-VENDOR-STATUS           PIC XX.
           88  WS-VENDOR-OK           VALUE "00".
       01  WS-OPEN-PO-STATUS          PIC XX.
           88  WS-OPEN-PO-OK          VALUE "00".
       01  WS-CONTROL-STATUS          PIC XX.
       01  WS-PO-FILE-STATUS          PIC XX.
       01  WS-CATALOG-STATUS          PIC XX.
       01  WS-REPORT-STATUS           PIC XX.

       01  WS-EOF-FLAG                PIC X VALUE "N".
           88  WS-EOF                 VALUE "Y".

       01  WS-RUN-DATE                PIC 9(8).
       01  WS-RUN-DATE-INT            PIC 9(9) COMP VALUE 0.
       01  WS-DUE-DATE-INT            PIC 9(9) COMP VALUE 0.
       01  WS-DUE-DATE                PIC 9(8) VALUE ZEROS.

      *> PO numbering — POCTL.DAT's last number, plus the number
      *> and generation name for the vendor being written.
       01  WS-LAST-PO-NUMBER          PIC 9(8) VALUE ZEROS.
       01  WS-PO-NUMBER.
           05  FILLER                 PIC X(2) VALUE "PO".
           05  WS-PO-NUMBER-N         PIC 9(8) VALUE ZEROS.
       01  WS-PO-FILE-NAME            PIC X(30) VALUE SPACES.
       01  WS-PO-SEQUENCE             PIC 9(2) VALUE ZEROS.
       01  WS-PO-LINE                 PIC 9(3) VALUE ZEROS.
       01  WS-CURRENT-VENDOR          PIC X(8) VALUE SPACES.

      *> The vendor master, loaded once. First entry for an item
      *> wins.
       01  WS-VENDOR-TABLE.
           05  WS-VM-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-VM-ENTRY            OCCURS 5000 TIMES.
               10  WS-VM-ITEM-ID      PIC 9(9).
               10  WS-VM-VENDOR-ID    PIC X(8).
               10  WS-VM-LEAD-TIME    PIC 9(3).
               10  WS-VM-MIN-ORDER    PIC 9(9).
               10  WS-VM-PACK-SIZE    PIC 9(9).
               10  WS-VM-VENDOR-NAME  PIC X(30).
       01  WS-VM-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-VM-MATCH-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-FIND-ITEM-ID            PIC 9(9) VALUE ZEROS.

      *> Item and site of every line still open on the register.
       01  WS-ON-ORDER-TABLE.
           05  WS-OO-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-OO-ENTRY            OCCURS 5000 TIMES.
               10  WS-OO-ITEM-ID      PIC 9(9).
               10  WS-OO-WAREHOUSE    PIC X(2).
       01  WS-OO-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-OO-FOUND-SW             PIC X VALUE "N".
           88  WS-OO-FOUND            VALUE "Y".

      *> The night's orderable lines, each with its vendor and the
      *> quantity after the vendor's terms were applied.
       01  WS-LINE-TABLE.
           05  WS-LN-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-LN-ENTRY            OCCURS 5000 TIMES.
               10  WS-LN-ITEM-ID      PIC 9(9).
               10  WS-LN-WAREHOUSE    PIC X(2).
               10  WS-LN-SUGGESTED    PIC 9(9).
               10  WS-LN-ORDER-QTY    PIC 9(9).
               10  WS-LN-VM-IDX       PIC 9(4) COMP.
               10  WS-LN-PO-LINE      PIC 9(3).
               10  WS-LN-DUE-DATE     PIC 9(8).
       01  WS-LN-IDX                  PIC 9(4) COMP VALUE 0.

      *> One entry per vendor with something to order tonight. A
      *> PO holds at most 999 lines; anything beyond waits for the
      *> next run (still suggested, not yet on order).
       01  WS-PO-VENDOR-TABLE.
           05  WS-PV-COUNT            PIC 9(3) COMP VALUE 0.
           05  WS-PV-ENTRY            OCCURS 500 TIMES.
               10  WS-PV-VENDOR-ID    PIC X(8).
               10  WS-PV-VM-IDX       PIC 9(4) COMP.
               10  WS-PV-LINES        PIC 9(4) COMP.
       01  WS-PV-IDX                  PIC 9(3) COMP VALUE 0.
       01  WS-PV-MATCH-IDX            PIC 9(3) COMP VALUE 0.

      *> Quantity rounding work fields.
       01  WS-ORDER-QTY               PIC 9(9) VALUE ZEROS.
       01  WS-PACK-COUNT              PIC 9(9) VALUE ZEROS.
       01  WS-PACK-REMAINDER          PIC 9(9) VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-SUGGESTIONS-READ    PIC 9(9) VALUE ZERO.
           05  WS-LINES-ORDERED       PIC 9(9) VALUE ZERO.
           05  WS-LINES-ROUNDED       PIC 9(9) VALUE ZERO.
           05  WS-ALREADY-ON-ORDER    PIC 9(9) VALUE ZERO.
           05  WS-NO-VENDOR           PIC 9(9) VALUE ZERO.
           05  WS-HELD-BACK           PIC 9(9) VALUE ZERO.
           05  WS-POS-RAISED          PIC 9(9) VALUE ZERO.

      *> Set when the register could not be loaded in full — with
      *> part of it unseen, an item already on order could be
      *> ordered again, so no PO is raised at all.
       01  WS-REGISTER-FULL-SW        PIC X VALUE "N".
           88  WS-REGISTER-FULL       VALUE "Y".

       01  WS-REPORT-LINE-FIELDS.
           05  WS-RL-ITEM-ID          PIC Z(8)9.
           05  WS-RL-COUNT            PIC Z(8)9.
           05  WS-RL-SUGGESTED        PIC Z(8)9.
           05  WS-RL-ORDERED          PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           END-COMPUTE
           OPEN OUTPUT PO-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM LOAD-VENDOR-MASTER
           PERFORM LOAD-OPEN-REGISTER
           IF NOT WS-REGISTER-FULL
               PERFORM LOAD-SUGGESTIONS
               PERFORM READ-PO-CONTROL
               PERFORM WRITE-ONE-VENDOR-PO
                   VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-COUNT
           END-IF
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE PO-REPORT-FILE

      *> Step outcome for NIGHTRUN.cob and the scheduler. Items
      *> with no vendor or held back are purchasing's to resolve —
      *> a warning, not a failure.
           EVALUATE TRUE
               WHEN WS-REGISTER-FULL
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NO-VENDOR > 0
                   OR WS-HELD-BACK > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *> A missing vendor master means nothing can be ordered — every
      *> suggestion lands on the "no vendor" list, which is the right
      *> message for purchasing.
       LOAD-VENDOR-MASTER.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT VENDOR-MASTER-FILE
           IF WS-VENDOR-OK
               PERFORM LOAD-ONE-VENDOR-ENTRY UNTIL WS-EOF
               CLOSE VENDOR-MASTER-FILE
           END-IF.

       LOAD-ONE-VENDOR-ENTRY.
           READ VENDOR-MASTER-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF VM-ITEM-ID-X NUMERIC
                           AND VM-LEAD-TIME-X NUMERIC
                           AND VM-MIN-ORDER-X NUMERIC
                           AND VM-PACK-SIZE-X NUMERIC
                           AND VM-VENDOR-ID NOT = SPACES
                       MOVE VM-ITEM-ID-N TO WS-FIND-ITEM-ID
                       PERFORM FIND-VENDOR-ENTRY
                       IF WS-VM-MATCH-IDX = 0
                               AND WS-VM-COUNT < 5000
                           ADD 1 TO WS-VM-COUNT
                           MOVE VM-ITEM-ID-N
                               TO WS-VM-ITEM-ID (WS-VM-COUNT)
                           MOVE VM-VENDOR-ID
                               TO WS-VM-VENDOR-ID (WS-VM-COUNT)
                           MOVE VM-LEAD-TIME-N
                               TO WS-VM-LEAD-TIME (WS-VM-COUNT)
                           MOVE VM-MIN-ORDER-N
                               TO WS-VM-MIN-ORDER (WS-VM-COUNT)
                           MOVE VM-PACK-SIZE-N
                               TO WS-VM-PACK-SIZE (WS-VM-COUNT)
                           MOVE VM-VENDOR-NAME
                               TO WS-VM-VENDOR-NAME (WS-VM-COUNT)
                       END-IF
                   END-IF
           END-READ.

      *> Leaves WS-VM-MATCH-IDX on the vendor entry for
      *> WS-FIND-ITEM-ID, zero when the item has none.
       FIND-VENDOR-ENTRY.
           MOVE 0 TO WS-VM-MATCH-IDX
           PERFORM CHECK-ONE-VENDOR-ENTRY
               VARYING WS-VM-IDX FROM 1 BY 1
               UNTIL WS-VM-IDX > WS-VM-COUNT
                  OR WS-VM-MATCH-IDX > 0.

       CHECK-ONE-VENDOR-ENTRY.
           IF WS-VM-ITEM-ID (WS-VM-IDX) = WS-FIND-ITEM-ID
               MOVE WS-VM-IDX TO WS-VM-MATCH-IDX
           END-IF.

      *> A missing register is a first-ever run — nothing on order.
       LOAD-OPEN-REGISTER.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT OPEN-PO-FILE
           IF WS-OPEN-PO-OK
               PERFORM LOAD-ONE-OPEN-LINE UNTIL WS-EOF
               CLOSE OPEN-PO-FILE
           END-IF.

       LOAD-ONE-OPEN-LINE.
           READ OPEN-PO-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF OP-ITEM-ID-X NUMERIC
                       IF WS-OO-COUNT < 5000
                           ADD 1 TO WS-OO-COUNT
                           MOVE OP-ITEM-ID-N
                               TO WS-OO-ITEM-ID (WS-OO-COUNT)
                           MOVE OP-WAREHOUSE-ID
                               TO WS-OO-WAREHOUSE (WS-OO-COUNT)
                       ELSE
                           SET WS-REGISTER-FULL TO TRUE
                       END-IF
                   END-IF
           END-READ.

       LOAD-SUGGESTIONS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT REORDER-EXTRACT-FILE
           IF WS-REORDER-OK
               PERFORM PLACE-ONE-SUGGESTION UNTIL WS-EOF
               CLOSE REORDER-EXTRACT-FILE
           END-IF.

       PLACE-ONE-SUGGESTION.
           READ REORDER-EXTRACT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SUGGESTIONS-READ
                   IF RE-WAREHOUSE-ID = SPACES
                       MOVE "01" TO RE-WAREHOUSE-ID
                   END-IF
                   MOVE RE-ITEM-ID TO WS-FIND-ITEM-ID
                   PERFORM FIND-VENDOR-ENTRY
                   PERFORM CHECK-ALREADY-ON-ORDER
                   EVALUATE TRUE
                       WHEN RE-SUGGESTED-REORDER NOT NUMERIC
                       WHEN RE-SUGGESTED-REORDER = 0
                           CONTINUE
                       WHEN WS-OO-FOUND
                           ADD 1 TO WS-ALREADY-ON-ORDER
                           PERFORM WRITE-ON-ORDER-LINE
                       WHEN WS-VM-MATCH-IDX = 0
                           ADD 1 TO WS-NO-VENDOR
                           PERFORM WRITE-NO-VENDOR-LINE
                       WHEN OTHER
                           PERFORM ADD-ORDER-LINE
                   END-EVALUATE
           END-READ.

       CHECK-ALREADY-ON-ORDER.
           MOVE "N" TO WS-OO-FOUND-SW
           PERFORM CHECK-ONE-ON-ORDER
               VARYING WS-OO-IDX FROM 1 BY 1
               UNTIL WS-OO-IDX > WS-OO-COUNT
                  OR WS-OO-FOUND.

       CHECK-ONE-ON-ORDER.
           IF WS-OO-ITEM-ID (WS-OO-IDX) = RE-ITEM-ID
                   AND WS-OO-WAREHOUSE (WS-OO-IDX) = RE-WAREHOUSE-ID
               SET WS-OO-FOUND TO TRUE
           END-IF.

      *> The vendor's PO gets the line unless it is already full or
      *> the night has more vendors than the table holds — either
      *> way the item stays suggested and is ordered next run.
       ADD-ORDER-LINE.
           MOVE 0 TO WS-PV-MATCH-IDX
           PERFORM CHECK-ONE-PO-VENDOR
               VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PV-COUNT
                  OR WS-PV-MATCH-IDX > 0
           IF WS-PV-MATCH-IDX = 0
                   AND WS-PV-COUNT < 500
               ADD 1 TO WS-PV-COUNT
               MOVE WS-PV-COUNT TO WS-PV-MATCH-IDX
               MOVE WS-VM-VENDOR-ID (WS-VM-MATCH-IDX)
                   TO WS-PV-VENDOR-ID (WS-PV-COUNT)
               MOVE WS-VM-MATCH-IDX TO WS-PV-VM-IDX (WS-PV-COUNT)
               MOVE 0 TO WS-PV-LINES (WS-PV-COUNT)
           END-IF
           EVALUATE TRUE
               WHEN WS-PV-MATCH-IDX = 0
               WHEN WS-LN-COUNT NOT < 5000
                   ADD 1 TO WS-HELD-BACK
                   PERFORM WRITE-HELD-BACK-LINE
               WHEN WS-PV-LINES (WS-PV-MATCH-IDX) NOT < 999
                   ADD 1 TO WS-HELD-BACK
                   PERFORM WRITE-HELD-BACK-LINE
               WHEN OTHER
                   ADD 1 TO WS-PV-LINES (WS-PV-MATCH-IDX)
                   PERFORM ROUND-TO-VENDOR-TERMS
                   ADD 1 TO WS-LN-COUNT
                   MOVE RE-ITEM-ID TO WS-LN-ITEM-ID (WS-LN-COUNT)
                   MOVE RE-WAREHOUSE-ID
                       TO WS-LN-WAREHOUSE (WS-LN-COUNT)
                   MOVE RE-SUGGESTED-REORDER
                       TO WS-LN-SUGGESTED (WS-LN-COUNT)
                   MOVE WS-ORDER-QTY TO WS-LN-ORDER-QTY (WS-LN-COUNT)
                   MOVE WS-VM-MATCH-IDX TO WS-LN-VM-IDX (WS-LN-COUNT)
                   MOVE 0 TO WS-LN-PO-LINE (WS-LN-COUNT)
                   COMPUTE WS-DUE-DATE-INT = WS-RUN-DATE-INT
                       + WS-VM-LEAD-TIME (WS-VM-MATCH-IDX)
                   END-COMPUTE
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INT)
                       TO WS-LN-DUE-DATE (WS-LN-COUNT)
           END-EVALUATE.

       CHECK-ONE-PO-VENDOR.
           IF WS-PV-VENDOR-ID (WS-PV-IDX)
                   = WS-VM-VENDOR-ID (WS-VM-MATCH-IDX)
               MOVE WS-PV-IDX TO WS-PV-MATCH-IDX
           END-IF.

      *> Up to the minimum order quantity first, then up to a whole
      *> number of packs — rounding the MOQ-raised figure keeps both
      *> terms satisfied.
       ROUND-TO-VENDOR-TERMS.
           MOVE RE-SUGGESTED-REORDER TO WS-ORDER-QTY
           IF WS-ORDER-QTY < WS-VM-MIN-ORDER (WS-VM-MATCH-IDX)
               MOVE WS-VM-MIN-ORDER (WS-VM-MATCH-IDX) TO WS-ORDER-QTY
           END-IF
           IF WS-VM-PACK-SIZE (WS-VM-MATCH-IDX) > 1
               DIVIDE WS-ORDER-QTY
                   BY WS-VM-PACK-SIZE (WS-VM-MATCH-IDX)
                   GIVING WS-PACK-COUNT
                   REMAINDER WS-PACK-REMAINDER
               END-DIVIDE
               IF WS-PACK-REMAINDER > 0
                   ADD 1 TO WS-PACK-COUNT
               END-IF
               COMPUTE WS-ORDER-QTY =
                   WS-PACK-COUNT * WS-VM-PACK-SIZE (WS-VM-MATCH-IDX)
               END-COMPUTE
           END-IF
           IF WS-ORDER-QTY NOT = RE-SUGGESTED-REORDER
               ADD 1 TO WS-LINES-ROUNDED
           END-IF.

      *> Missing control file means no PO has ever been raised.
       READ-PO-CONTROL.
           MOVE ZEROS TO WS-LAST-PO-NUMBER
           OPEN INPUT PO-CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               READ PO-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PCT-LAST-PO-NUMBER-X NUMERIC
                           MOVE PCT-LAST-PO-NUMBER-N
                               TO WS-LAST-PO-NUMBER
                       END-IF
               END-READ
               CLOSE PO-CONTROL-FILE
           END-IF.

      *> Saved before the PO's file exists — see the header: a gap
      *> in the numbers is harmless, a reused number is not.
       ALLOCATE-PO-NUMBER.
           ADD 1 TO WS-LAST-PO-NUMBER
           MOVE WS-LAST-PO-NUMBER TO WS-PO-NUMBER-N
           OPEN OUTPUT PO-CONTROL-FILE
           MOVE WS-LAST-PO-NUMBER TO PCT-LAST-PO-NUMBER-N
           WRITE PO-CONTROL-RECORD
           CLOSE PO-CONTROL-FILE.

      *> One vendor's PO, complete: number it, allocate its
      *> generation name, write header, lines and trailer, then
      *> catalog it and register its lines.
       WRITE-ONE-VENDOR-PO.
           MOVE WS-PV-VENDOR-ID (WS-PV-IDX) TO WS-CURRENT-VENDOR
           MOVE WS-PV-VM-IDX (WS-PV-IDX) TO WS-VM-MATCH-IDX
           PERFORM ALLOCATE-PO-NUMBER
           PERFORM ALLOCATE-PO-GENERATION
           SET ENVIRONMENT "DD_POFILE" TO WS-PO-FILE-NAME
           OPEN OUTPUT PURCHASE-ORDER-FILE
           MOVE SPACES TO PO-HEADER-RECORD
           MOVE "HEADER" TO PH-TAG
           MOVE WS-PO-NUMBER TO PH-PO-NUMBER
           MOVE WS-CURRENT-VENDOR TO PH-VENDOR-ID
           MOVE WS-VM-VENDOR-NAME (WS-VM-MATCH-IDX) TO PH-VENDOR-NAME
           MOVE WS-RUN-DATE TO PH-ORDER-DATE
           WRITE PO-HEADER-RECORD
           PERFORM WRITE-PO-HEADER-LINE
           MOVE ZEROS TO WS-PO-LINE
           PERFORM WRITE-ONE-PO-LINE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
           MOVE SPACES TO PO-TRAILER-RECORD
           MOVE "TRAILER" TO PT-TAG
           MOVE WS-PO-LINE TO PT-COUNT
           WRITE PO-TRAILER-RECORD
           CLOSE PURCHASE-ORDER-FILE
           PERFORM APPEND-CATALOG-ENTRY
           PERFORM APPEND-REGISTER-LINES
           ADD 1 TO WS-POS-RAISED
           DISPLAY "POGEN wrote " WS-PO-FILE-NAME.

      *> Next sequence is one past however many PO files this vendor
      *> already has today — same pin-at-99 rule as SHIPFEED.cob.
       ALLOCATE-PO-GENERATION.
           MOVE "N" TO WS-EOF-FLAG
           MOVE ZEROS TO WS-PO-SEQUENCE
           OPEN INPUT PO-CATALOG-FILE
           IF WS-CATALOG-STATUS = "00"
               PERFORM COUNT-ONE-CATALOG-ENTRY UNTIL WS-EOF
               CLOSE PO-CATALOG-FILE
           END-IF
           IF WS-PO-SEQUENCE < 99
               ADD 1 TO WS-PO-SEQUENCE
           END-IF
           MOVE SPACES TO WS-PO-FILE-NAME
           STRING "PO.V"                DELIMITED BY SIZE
                  WS-CURRENT-VENDOR     DELIMITED BY SPACE
                  ".D"                  DELIMITED BY SIZE
                  WS-RUN-DATE           DELIMITED BY SIZE
                  ".S"                  DELIMITED BY SIZE
                  WS-PO-SEQUENCE        DELIMITED BY SIZE
                  ".DAT"                DELIMITED BY SIZE
               INTO WS-PO-FILE-NAME
           END-STRING.

       COUNT-ONE-CATALOG-ENTRY.
           READ PO-CATALOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PC-RUN-DATE = WS-RUN-DATE
                           AND PC-VENDOR-ID = WS-CURRENT-VENDOR
                       ADD 1 TO WS-PO-SEQUENCE
                   END-IF
           END-READ.

       WRITE-ONE-PO-LINE.
           IF WS-VM-VENDOR-ID (WS-LN-VM-IDX (WS-LN-IDX))
                   = WS-CURRENT-VENDOR
               ADD 1 TO WS-PO-LINE
               MOVE WS-PO-LINE TO WS-LN-PO-LINE (WS-LN-IDX)
               MOVE WS-PO-NUMBER TO PD-PO-NUMBER
               MOVE WS-PO-LINE TO PD-PO-LINE
               MOVE WS-LN-ITEM-ID (WS-LN-IDX) TO PD-ITEM-ID
               MOVE WS-LN-ORDER-QTY (WS-LN-IDX) TO PD-QUANTITY
               MOVE WS-LN-WAREHOUSE (WS-LN-IDX) TO PD-SHIP-TO
               MOVE WS-LN-DUE-DATE (WS-LN-IDX) TO PD-DUE-DATE
               WRITE PO-DETAIL-RECORD
               ADD 1 TO WS-LINES-ORDERED
               PERFORM WRITE-PO-DETAIL-LINE
           END-IF.

      *> Catalogued only once the file is complete and closed — a
      *> crash mid-write leaves an uncatalogued, trailerless
      *> fragment, exactly how a fragment should look.
       APPEND-CATALOG-ENTRY.
           OPEN EXTEND PO-CATALOG-FILE
           IF WS-CATALOG-STATUS = "35"
      *> Catalog doesn't exist yet on the first-ever PO run.
               OPEN OUTPUT PO-CATALOG-FILE
           END-IF
           MOVE SPACES TO PO-CATALOG-RECORD
           MOVE WS-PO-FILE-NAME TO PC-FILE-NAME
           MOVE WS-RUN-DATE TO PC-RUN-DATE
           MOVE WS-PO-LINE TO PC-LINE-COUNT
           MOVE WS-CURRENT-VENDOR TO PC-VENDOR-ID
           MOVE WS-PO-NUMBER TO PC-PO-NUMBER
           WRITE PO-CATALOG-RECORD
           CLOSE PO-CATALOG-FILE.

       APPEND-REGISTER-LINES.
           OPEN EXTEND OPEN-PO-FILE
           IF WS-OPEN-PO-STATUS = "35"
      *> Register doesn't exist yet on the first-ever PO run.
               OPEN OUTPUT OPEN-PO-FILE
           END-IF
           PERFORM REGISTER-ONE-PO-LINE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
           CLOSE OPEN-PO-FILE.

       REGISTER-ONE-PO-LINE.
           IF WS-VM-VENDOR-ID (WS-LN-VM-IDX (WS-LN-IDX))
                   = WS-CURRENT-VENDOR
               MOVE SPACES TO OP-PO-LINE-RECORD
               MOVE WS-PO-NUMBER TO OP-PO-NUMBER
               MOVE WS-LN-PO-LINE (WS-LN-IDX) TO OP-PO-LINE-N
               MOVE WS-CURRENT-VENDOR TO OP-VENDOR-ID
               MOVE WS-LN-ITEM-ID (WS-LN-IDX) TO OP-ITEM-ID-N
               MOVE WS-LN-WAREHOUSE (WS-LN-IDX) TO OP-WAREHOUSE-ID
               MOVE WS-LN-ORDER-QTY (WS-LN-IDX) TO OP-QTY-ORDERED
               MOVE ZEROS TO OP-QTY-RECEIVED
               MOVE WS-RUN-DATE TO OP-ORDER-DATE
               MOVE WS-LN-DUE-DATE (WS-LN-IDX) TO OP-DUE-DATE
               WRITE OP-PO-LINE-RECORD
           END-IF.

       WRITE-PO-HEADER-LINE.
           MOVE SPACES TO PO-REPORT-LINE
           WRITE PO-REPORT-LINE
           MOVE SPACES TO PO-REPORT-LINE
           STRING "PO "               DELIMITED BY SIZE
                  WS-PO-NUMBER        DELIMITED BY SIZE
                  "  VENDOR "         DELIMITED BY SIZE
                  WS-CURRENT-VENDOR   DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-VM-VENDOR-NAME (WS-VM-MATCH-IDX)
                                      DELIMITED BY SIZE
                  "  FILE "           DELIMITED BY SIZE
                  WS-PO-FILE-NAME     DELIMITED BY SIZE
               INTO PO-REPORT-LINE
           END-STRING
           WRITE PO-REPORT-LINE.

       WRITE-PO-DETAIL-LINE.
           MOVE WS-LN-ITEM-ID (WS-LN-IDX) TO WS-RL-ITEM-ID
           MOVE WS-LN-SUGGESTED (WS-LN-IDX) TO WS-RL-SUGGESTED
           MOVE WS-LN-ORDER-QTY (WS-LN-IDX) TO WS-RL-ORDERED
           MOVE SPACES TO PO-REPORT-LINE
           STRING "  LINE "           DELIMITED BY SIZE
                  WS-PO-LINE          DELIMITED BY SIZE
                  "  ITEM "           DELIMITED BY SIZE
                  WS-RL-ITEM-ID       DELIMITED BY SIZE
                  "  SITE "           DELIMITED BY SIZE
                  WS-LN-WAREHOUSE (WS-LN-IDX) DELIMITED BY SIZE
                  "  SUGGESTED "      DELIMITED BY SIZE
                  WS-RL-SUGGESTED     DELIMITED BY SIZE
                  "  ORDERED "        DELIMITED BY SIZE
                  WS-RL-ORDERED       DELIMITED BY SIZE
                  "  DUE "            DELIMITED BY SIZE
                  WS-LN-DUE-DATE (WS-LN-IDX) DELIMITED BY SIZE
               INTO PO-REPORT-LINE
           END-STRING
           WRITE PO-REPORT-LINE.

       WRITE-ON-ORDER-LINE.
           MOVE RE-ITEM-ID TO WS-RL-ITEM-ID
           MOVE SPACES TO PO-REPORT-LINE
           STRING "ALREADY ON ORDER: ITEM " DELIMITED BY SIZE
                  WS-RL-ITEM-ID             DELIMITED BY SIZE
                  "  SITE "                 DELIMITED BY SIZE
                  RE-WAREHOUSE-ID           DELIMITED BY SIZE
               INTO PO-REPORT-LINE
           END-STRING
           WRITE PO-REPORT-LINE.

       WRITE-NO-VENDOR-LINE.
           MOVE RE-ITEM-ID TO WS-RL-ITEM-ID
           MOVE RE-SUGGESTED-REORDER TO WS-RL-SUGGESTED
           MOVE SPACES TO PO-REPORT-LINE
           STRING "NO VENDOR ON MASTER: ITEM " DELIMITED BY SIZE
                  WS-RL-ITEM-ID                DELIMITED BY SIZE
                  "  SITE "                    DELIMITED BY SIZE
                  RE-WAREHOUSE-ID              DELIMITED BY SIZE
                  "  SUGGESTED "               DELIMITED BY SIZE
                  WS-RL-SUGGESTED              DELIMITED BY SIZE
               INTO PO-REPORT-LINE
           END-STRING
           WRITE PO-REPORT-LINE.

       WRITE-HELD-BACK-LINE.
           MOVE RE-ITEM-ID TO WS-RL-ITEM-ID
           MOVE SPACES TO PO-REPORT-LINE
           STRING "HELD TO NEXT RUN (PO FULL): ITEM " DELIMITED BY SIZE
                  WS-RL-ITEM-ID                       DELIMITED BY SIZE
                  "  SITE "                           DELIMITED BY SIZE
                  RE-WAREHOUSE-ID                     DELIMITED BY SIZE
               INTO PO-REPORT-LINE
           END-STRING
           WRITE PO-REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE "PURCHASE ORDER GENERATION" TO PO-REPORT-LINE
           WRITE PO-REPORT-LINE
           MOVE ALL "-" TO PO-REPORT-LINE
           WRITE PO-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO PO-REPORT-LINE
           WRITE PO-REPORT-LINE

           MOVE WS-SUGGESTIONS-READ TO WS-RL-COUNT
           MOVE SPACES TO PO-REPORT-LINE
           STRING "SUGGESTIONS READ:   " DELIMITED BY SIZE
                  WS-RL-COUNT            DELIMITED BY SIZE
               INTO PO-REPORT-LINE
           END-STRING
           WRITE PO-REPORT-LINE

           MOVE WS-POS-RAISED TO WS-RL-COUNT
           MOVE SPACES TO PO-REPORT-LINE
           STRING "PURCHASE ORDERS:    " DELIMITED BY SIZE
                  WS-RL-COUNT            DELIMITED BY SIZE
               INTO PO-REPORT-LINE
           END-STRING
           WRITE PO-REPORT-LINE

           MOVE WS-LINES-ORDERED TO WS-RL-COUNT
           MOVE SPACES TO PO-REPORT-LINE
           STRING "LINES ORDERED:      " DELIMITED BY SIZE
                  WS-RL-COUNT            DELIMITED BY SIZE
               INTO PO-REPORT-LINE
           END-STRING
           WRITE PO-REPORT-LINE

           MOVE WS-LINES-ROUNDED TO WS-RL-COUNT
           MOVE SPACES TO PO-REPORT-LINE
           STRING "ROUNDED TO TERMS:   " DELIMITED BY SIZE
                  WS-RL-COUNT            DELIMITED BY SIZE
               INTO PO-REPORT-LINE
           END-STRING
           WRITE PO-REPORT-LINE

           MOVE WS-ALREADY-ON-ORDER TO WS-RL-COUNT
           MOVE SPACES TO PO-REPORT-LINE
           STRING "ALREADY ON ORDER:   " DELIMITED BY SIZE
                  WS-RL-COUNT            DELIMITED BY SIZE
               INTO PO-REPORT-LINE
           END-STRING
           WRITE PO-REPORT-LINE

           MOVE WS-NO-VENDOR TO WS-RL-COUNT
           MOVE SPACES TO PO-REPORT-LINE
           STRING "NO VENDOR:          " DELIMITED BY SIZE
                  WS-RL-COUNT            DELIMITED BY SIZE
               INTO PO-REPORT-LINE
           END-STRING
           WRITE PO-REPORT-LINE

           MOVE WS-HELD-BACK TO WS-RL-COUNT
           MOVE SPACES TO PO-REPORT-LINE
           STRING "HELD TO NEXT RUN:   " DELIMITED BY SIZE
                  WS-RL-COUNT            DELIMITED BY SIZE
               INTO PO-REPORT-LINE
           END-STRING
           WRITE PO-REPORT-LINE

           IF WS-REGISTER-FULL
               MOVE "ERROR: OPENPO.DAT OVER 5000 OPEN LINES — NO PO"
                   TO PO-REPORT-LINE
               WRITE PO-REPORT-LINE
               MOVE "RAISED. RECEIVE OR CLOSE OUT OLD LINES FIRST."
                   TO PO-REPORT-LINE
               WRITE PO-REPORT-LINE
           END-IF.
