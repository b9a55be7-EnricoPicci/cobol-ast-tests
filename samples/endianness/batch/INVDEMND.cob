      ******************************************************************
      * INVDEMND.cob — Weekly Demand-Based Reorder Point Calculation
      *
      * PURPOSE:
      *   INVREPL.cob used to apply one REORDER-THRESHOLD and one
      *   TARGET-STOCK-LEVEL to every item, so fast movers stocked
      *   out between scans and slow movers were reordered far
      *   beyond need. This weekly job measures what each item
      *   actually sold at each site over a trailing window and
      *   turns it into that item's own reorder point and target
      *   level, written to REORDPRM.DAT for INVREPL.cob to use in
      *   place of the flat values.
      *
      *   Demand per item and site is:
      *   - the ORDERS line quantities of every order reserved or
      *     further along ("R", "W", "P", "S" — see CPY-ORDSTAT.cpy)
      *     whose ORDER_DATE falls in the window, each item routed
      *     to its site through WHROUTE.cob exactly as the
      *     reservation was; plus
      *   - the shortfalls still logged in BACKORD.DAT inside the
      *     window — demand the shelf could not meet is still
      *     demand, and leaving it out would size a stocked-out item
      *     by how little it managed to sell. Each shortfall counts
      *     against the order's routing item (its lowest ITEM_ID,
      *     the same key SAFE02-CALLED.cob routes the order by) —
      *     or, when a kit component was what came up short, against
      *     that component at the order's site.
      *
      *   From the daily rate (demand / window days):
      *     REORDER-POINT = rate x (lead-time days + safety days)
      *     TARGET-LEVEL  = REORDER-POINT + rate x review days
      *   each rounded UP, so any item with real demand keeps at
      *   least one unit of cover. The lead time is the item's own
      *   supplier lead time from the vendor master (VENDMAST.DAT,
      *   see CPY-VENDMAST.cpy) where the item is on it, and the
      *   configured LEAD-TIME-DAYS otherwise.
      *
      *   Every stocked INVENTORY row gets a record, including rows
      *   with no demand at all (point and target zero — nothing
      *   sold, nothing to reorder).
      *
      *   Last week's REORDPRM.DAT is read before it is replaced,
      *   and every item whose reorder point moved by more than the
      *   configured percentage (and at least the configured number
      *   of units, so a 1-to-2 wobble is not an "exception") is
      *   listed for purchasing to look at before the new values
      *   drive real orders. The new file is built in REORDPRM.TMP
      *   and copied over the live one only after a complete pass,
      *   the same keep-file discipline BACKREL.cob applies.
      *
      * CONTROL FILE FORMAT (DMNDCFG.DAT, sequential, one record):
      *   Positions  1- 3  WINDOW-DAYS     PIC 9(3)  (trailing window)
      *   Positions  4- 6  LEAD-TIME-DAYS  PIC 9(3)  (supplier lead
      *                    for items not on the vendor master)
      *   Positions  7- 9  SAFETY-DAYS     PIC 9(3)  (safety cover)
      *   Positions 10-12  REVIEW-DAYS     PIC 9(3)  (cover beyond the
      *                    reorder point — the gap between scans)
      *   Positions 13-15  CHANGE-PCT      PIC 9(3)  (exception level)
      *   Positions 16-24  MIN-CHANGE-QTY  PIC 9(9)  (exception floor)
      *   Missing file means the hardcoded defaults below apply; a
      *   zero window is ignored (it would divide by zero).
      *
      * PARAMETER FILE FORMAT (REORDPRM.DAT, one record per item and
      *   site — read by INVREPL.cob):
      *   Positions  1- 9  ITEM-ID         PIC 9(9)
      *   Positions 10-11  WAREHOUSE-ID    PIC X(2)
      *   Positions 12-20  REORDER-POINT   PIC 9(9)
      *   Positions 21-29  TARGET-LEVEL    PIC 9(9)
      *   Positions 30-38  DEMAND-QTY      PIC 9(9)  (in the window)
      *   Positions 39-41  WINDOW-DAYS     PIC 9(3)
      *   Positions 42-49  COMPUTED-DATE   PIC 9(8)  (YYYYMMDD)
      *
      * OUTPUT: INVDEMND.RPT — the parameters used, the sharp-change
      *         exception list, and summary counts.
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules,
      *          with COMP5=YES for Pro*COBOL precompilation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVDEMND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEMAND-CONFIG-FILE ASSIGN TO "DMNDCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO "BACKORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKORDER-STATUS.

           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "REORDPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

      *> This week's parameters land here first, then flow over
      *> REORDPRM.DAT once the pass has completed cleanly.
           SELECT PARAMETER-WORK-FILE ASSIGN TO "REORDPRM.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT DEMAND-REPORT-FILE ASSIGN TO "INVDEMND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEMAND-CONFIG-FILE.
       01  DEMAND-CONFIG-RECORD.
           05  DCF-WINDOW-DAYS        PIC 9(3).
           05  DCF-LEAD-TIME-DAYS     PIC 9(3).
           05  DCF-SAFETY-DAYS        PIC 9(3).
           05  DCF-REVIEW-DAYS        PIC 9(3).
           05  DCF-CHANGE-PCT         PIC 9(3).
           05  DCF-MIN-CHANGE-QTY     PIC 9(9).

      *> Layout per WRITE-BACKORDER-RECORD in SAFE02-CALLED.cob.
       FD  BACKORDER-FILE.
       01  BACKORDER-RECORD.
           05  BKO-ORDER-ID-X         PIC X(9).
           05  BKO-ORDER-ID-N         REDEFINES BKO-ORDER-ID-X
                                       PIC 9(9).
           05  FILLER                 PIC X(1).
           05  BKO-NEEDED-QTY-X       PIC X(9).
           05  FILLER                 PIC X(1).
           05  BKO-SHORTFALL-X        PIC X(9).
           05  BKO-SHORTFALL-N        REDEFINES BKO-SHORTFALL-X
                                       PIC 9(9).
           05  FILLER                 PIC X(1).
           05  BKO-TIMESTAMP          PIC X(26).
           05  BKO-DATE-N             REDEFINES BKO-TIMESTAMP
                                       PIC 9(8).
           05  FILLER                 PIC X(1).
           05  BKO-SHORT-ITEM-X       PIC X(9).
           05  BKO-SHORT-ITEM-N       REDEFINES BKO-SHORT-ITEM-X
                                       PIC 9(9).

       FD  VENDOR-MASTER-FILE.
           COPY CPY-VENDMAST REPLACING ==:PFX:== BY ==VM==.

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PR-ITEM-ID-X           PIC X(9).
           05  PR-ITEM-ID-N           REDEFINES PR-ITEM-ID-X
                                       PIC 9(9).
           05  PR-WAREHOUSE-ID        PIC X(2).
           05  PR-REORDER-POINT-X     PIC X(9).
           05  PR-REORDER-POINT-N     REDEFINES PR-REORDER-POINT-X
                                       PIC 9(9).
           05  PR-TARGET-LEVEL        PIC 9(9).
           05  PR-DEMAND-QTY          PIC 9(9).
           05  PR-WINDOW-DAYS         PIC 9(3).
           05  PR-COMPUTED-DATE       PIC 9(8).

       FD  PARAMETER-WORK-FILE.
       01  PARAMETER-WORK-RECORD      PIC X(49).

       FD  DEMAND-REPORT-FILE.
       01  DEMAND-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-BACKORDER-STATUS        PIC XX.
           88  WS-BACKORDER-OK        VALUE "00".
       01  WS-VENDOR-STATUS           PIC XX.
           88  WS-VENDOR-OK           VALUE "00".
       01  WS-PARAM-STATUS            PIC XX.
           88  WS-PARAM-OK            VALUE "00".
       01  WS-WORK-STATUS             PIC XX.
       01  WS-REPORT-STATUS           PIC XX.

       01  WS-EOF-FLAG                PIC X VALUE "N".
           88  WS-EOF                 VALUE "Y".
       01  WS-SCAN-DONE-SW            PIC X VALUE "N".
           88  WS-SCAN-DONE           VALUE "Y".

      *> Operations-tunable settings — overridden from DMNDCFG.DAT
      *> when it is present. Eight weeks of history, a week's lead
      *> time, a week of safety stock, and two weeks' cover beyond
      *> the reorder point.
       01  WS-WINDOW-DAYS             PIC 9(3) VALUE 56.
       01  WS-LEAD-TIME-DAYS          PIC 9(3) VALUE 7.
       01  WS-SAFETY-DAYS             PIC 9(3) VALUE 7.
       01  WS-REVIEW-DAYS             PIC 9(3) VALUE 14.
       01  WS-CHANGE-PCT              PIC 9(3) VALUE 50.
       01  WS-MIN-CHANGE-QTY          PIC 9(9) VALUE 10.

       01  WS-RUN-DATE                PIC 9(8).
       01  WS-WINDOW-START-INT        PIC 9(9) COMP VALUE 0.
       01  WS-WINDOW-START            PIC 9(8).

           EXEC SQL INCLUDE SQLCA5 END-EXEC.

      *> Oracle host variables — COMP-5, the suite convention.
       01  WS-ORA-ITEM-ID             PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-ORDER-ID            PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-DEMAND-QTY          PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-WINDOW-DAYS         PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-WAREHOUSE-ID        PIC X(2) VALUE "01".

      *> Routed item crosses the WHROUTE CALL as COMP, like every
      *> other inter-module integer.
       01  WS-ROUTE-ITEM-ID           PIC S9(9) COMP VALUE 0.
       01  WS-ROUTE-WAREHOUSE         PIC X(2) VALUE "01".

      *> One entry per item and site — every stocked INVENTORY row
      *> first, then any item the window's demand routes to a site
      *> that has no row yet. Demand for an item beyond the table is
      *> counted in WS-TABLE-OVERFLOW and reported; that item keeps
      *> last week's parameters (or INVREPL.cob's flat values).
       01  WS-DEMAND-TABLE.
           05  WS-DM-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-DM-ENTRY            OCCURS 5000 TIMES.
               10  WS-DM-ITEM-ID      PIC 9(9).
               10  WS-DM-WAREHOUSE    PIC X(2).
               10  WS-DM-DEMAND       PIC S9(11) COMP-3.
               10  WS-DM-PRIOR-POINT  PIC 9(9).
               10  WS-DM-PRIOR-SW     PIC X(1).
                   88  WS-DM-HAS-PRIOR VALUE "Y".
       01  WS-DM-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-DM-MATCH-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-FIND-ITEM-ID            PIC 9(9) VALUE ZEROS.

      *> Supplier lead time per item from the vendor master; first
      *> entry for an item wins, as in POGEN.cob.
       01  WS-LEAD-TABLE.
           05  WS-LT-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-LT-ENTRY            OCCURS 5000 TIMES.
               10  WS-LT-ITEM-ID      PIC 9(9).
               10  WS-LT-DAYS         PIC 9(3).
       01  WS-LT-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-LT-MATCH-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-ITEM-LEAD-DAYS          PIC 9(3) VALUE 0.
       01  WS-FIND-WAREHOUSE          PIC X(2) VALUE SPACES.
       01  WS-TABLE-OVERFLOW          PIC 9(9) VALUE ZERO.

      *> Working figures for one item's computation.
       01  WS-DAILY-RATE              PIC S9(9)V9(4) COMP-3 VALUE 0.
       01  WS-COVER-QTY               PIC S9(11)V9(4) COMP-3 VALUE 0.
       01  WS-COVER-WHOLE             PIC S9(11) COMP-3 VALUE 0.
       01  WS-NEW-POINT               PIC S9(11) COMP-3 VALUE 0.
       01  WS-NEW-TARGET              PIC S9(11) COMP-3 VALUE 0.
       01  WS-POINT-CHANGE            PIC S9(11) COMP-3 VALUE 0.

       01  WS-COUNTERS.
           05  WS-ROWS-STOCKED        PIC 9(9) VALUE ZERO.
           05  WS-DEMAND-ITEMS        PIC 9(9) VALUE ZERO.
           05  WS-SHORTFALLS-COUNTED  PIC 9(9) VALUE ZERO.
           05  WS-SHORTFALLS-SKIPPED  PIC 9(9) VALUE ZERO.
           05  WS-PRIOR-LOADED        PIC 9(9) VALUE ZERO.
           05  WS-VENDOR-LEAD-USED    PIC 9(9) VALUE ZERO.
           05  WS-PARAMS-WRITTEN      PIC 9(9) VALUE ZERO.
           05  WS-EXCEPTIONS          PIC 9(9) VALUE ZERO.

       01  WS-ORACLE-ERROR-SW         PIC X VALUE "N".
           88  WS-ORACLE-ERROR        VALUE "Y".

       01  WS-REPORT-LINE-FIELDS.
           05  WS-RL-ITEM-ID          PIC Z(8)9.
           05  WS-RL-COUNT            PIC Z(8)9.
           05  WS-RL-DAYS             PIC ZZ9.
           05  WS-RL-OLD              PIC Z(8)9.
           05  WS-RL-NEW              PIC Z(8)9.
           05  WS-RL-TARGET           PIC Z(8)9.
           05  WS-RL-DEMAND           PIC Z(10)9.
           05  WS-RL-SQLCODE          PIC -(9)9.

      *> Every stocked row, so even an item that sold nothing gets
      *> its (zero) parameters instead of falling back to the flat
      *> values.
           EXEC SQL
               DECLARE STOCKED-ROWS-CURSOR CURSOR FOR
                   SELECT DISTINCT ITEM_ID, NVL(WAREHOUSE_ID, '01')
                   FROM INVENTORY
           END-EXEC.

      *> The window's demand per item — orders that actually took
      *> stock, whatever has happened to them since.
           EXEC SQL
               DECLARE ITEM-DEMAND-CURSOR CURSOR FOR
                   SELECT ITEM_ID, SUM(QUANTITY)
                   FROM ORDERS
                   WHERE ORDER_STATUS IN ('R', 'W', 'P', 'S')
                     AND ORDER_DATE
                         >= TRUNC(SYSDATE) - :WS-ORA-WINDOW-DAYS
                   GROUP BY ITEM_ID
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-DEMAND-CONFIG
           PERFORM LOAD-VENDOR-LEAD-TIMES
           PERFORM COMPUTE-WINDOW-START
           OPEN OUTPUT DEMAND-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM LOAD-STOCKED-ROWS
           IF NOT WS-ORACLE-ERROR
               PERFORM ACCUMULATE-ORDER-DEMAND
           END-IF
           IF NOT WS-ORACLE-ERROR
               PERFORM ACCUMULATE-SHORTFALLS
           END-IF
      *> A run that could not see all of the demand must not replace
      *> last week's good parameters with understated ones.
           IF NOT WS-ORACLE-ERROR
               PERFORM LOAD-PRIOR-PARAMETERS
               PERFORM WRITE-NEW-PARAMETERS
               PERFORM REPLACE-PARAMETER-FILE
           END-IF
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE DEMAND-REPORT-FILE

      *> Step outcome for NIGHTRUN.cob and the scheduler.
           EVALUATE TRUE
               WHEN WS-ORACLE-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXCEPTIONS > 0
                   OR WS-TABLE-OVERFLOW > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       READ-DEMAND-CONFIG.
           OPEN INPUT DEMAND-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ DEMAND-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DCF-WINDOW-DAYS > 0
                           MOVE DCF-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
                       MOVE DCF-LEAD-TIME-DAYS TO WS-LEAD-TIME-DAYS
                       MOVE DCF-SAFETY-DAYS TO WS-SAFETY-DAYS
                       MOVE DCF-REVIEW-DAYS TO WS-REVIEW-DAYS
                       MOVE DCF-CHANGE-PCT TO WS-CHANGE-PCT
                       MOVE DCF-MIN-CHANGE-QTY TO WS-MIN-CHANGE-QTY
               END-READ
               CLOSE DEMAND-CONFIG-FILE
           END-IF.

      *> A missing vendor master leaves every item on the configured
      *> lead time.
       LOAD-VENDOR-LEAD-TIMES.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT VENDOR-MASTER-FILE
           IF WS-VENDOR-OK
               PERFORM LOAD-ONE-VENDOR-LEAD UNTIL WS-EOF
               CLOSE VENDOR-MASTER-FILE
           END-IF.

       LOAD-ONE-VENDOR-LEAD.
           READ VENDOR-MASTER-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF VM-ITEM-ID-X NUMERIC
                           AND VM-LEAD-TIME-X NUMERIC
                       MOVE VM-ITEM-ID-N TO WS-FIND-ITEM-ID
                       PERFORM FIND-LEAD-ENTRY
                       IF WS-LT-MATCH-IDX = 0
                               AND WS-LT-COUNT < 5000
                           ADD 1 TO WS-LT-COUNT
                           MOVE VM-ITEM-ID-N
                               TO WS-LT-ITEM-ID (WS-LT-COUNT)
                           MOVE VM-LEAD-TIME-N
                               TO WS-LT-DAYS (WS-LT-COUNT)
                       END-IF
                   END-IF
           END-READ.

       FIND-LEAD-ENTRY.
           MOVE 0 TO WS-LT-MATCH-IDX
           PERFORM CHECK-ONE-LEAD-ENTRY
               VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-LT-COUNT
                  OR WS-LT-MATCH-IDX > 0.

       CHECK-ONE-LEAD-ENTRY.
           IF WS-LT-ITEM-ID (WS-LT-IDX) = WS-FIND-ITEM-ID
               MOVE WS-LT-IDX TO WS-LT-MATCH-IDX
           END-IF.

      *> First day of the window on the calendar, for the backorder
      *> file's timestamps — same day arithmetic as RPTSWEEP.cob's
      *> retention cutoff.
       COMPUTE-WINDOW-START.
           COMPUTE WS-WINDOW-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-WINDOW-DAYS
           END-COMPUTE
           MOVE FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-INT)
               TO WS-WINDOW-START
           MOVE WS-WINDOW-DAYS TO WS-ORA-WINDOW-DAYS.

       LOAD-STOCKED-ROWS.
           MOVE "N" TO WS-SCAN-DONE-SW
           EXEC SQL
               OPEN STOCKED-ROWS-CURSOR
           END-EXEC
           IF SQLCODE = 0
               PERFORM LOAD-ONE-STOCKED-ROW UNTIL WS-SCAN-DONE
               EXEC SQL
                   CLOSE STOCKED-ROWS-CURSOR
               END-EXEC
           ELSE
               SET WS-ORACLE-ERROR TO TRUE
           END-IF.

       LOAD-ONE-STOCKED-ROW.
           EXEC SQL
               FETCH STOCKED-ROWS-CURSOR
               INTO :WS-ORA-ITEM-ID, :WS-ORA-WAREHOUSE-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-ROWS-STOCKED
                   MOVE WS-ORA-ITEM-ID TO WS-FIND-ITEM-ID
                   MOVE WS-ORA-WAREHOUSE-ID TO WS-FIND-WAREHOUSE
                   PERFORM FIND-OR-ADD-DEMAND-ENTRY
               WHEN SQLCODE = 100
                   SET WS-SCAN-DONE TO TRUE
               WHEN OTHER
                   SET WS-ORACLE-ERROR TO TRUE
                   SET WS-SCAN-DONE TO TRUE
           END-EVALUATE.

       ACCUMULATE-ORDER-DEMAND.
           MOVE "N" TO WS-SCAN-DONE-SW
           EXEC SQL
               OPEN ITEM-DEMAND-CURSOR
           END-EXEC
           IF SQLCODE = 0
               PERFORM ACCUMULATE-ONE-ITEM UNTIL WS-SCAN-DONE
               EXEC SQL
                   CLOSE ITEM-DEMAND-CURSOR
               END-EXEC
           ELSE
               SET WS-ORACLE-ERROR TO TRUE
           END-IF.

       ACCUMULATE-ONE-ITEM.
           EXEC SQL
               FETCH ITEM-DEMAND-CURSOR
               INTO :WS-ORA-ITEM-ID, :WS-ORA-DEMAND-QTY
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-DEMAND-ITEMS
                   PERFORM ROUTE-DEMAND-ITEM
                   PERFORM FIND-OR-ADD-DEMAND-ENTRY
                   IF WS-DM-MATCH-IDX > 0
                       ADD WS-ORA-DEMAND-QTY
                           TO WS-DM-DEMAND (WS-DM-MATCH-IDX)
                   END-IF
               WHEN SQLCODE = 100
                   SET WS-SCAN-DONE TO TRUE
               WHEN OTHER
                   SET WS-ORACLE-ERROR TO TRUE
                   SET WS-SCAN-DONE TO TRUE
           END-EVALUATE.

      *> Same WHROUTE.cob answer the reservation used — the site
      *> that gave up the stock is the site whose demand it was.
       ROUTE-DEMAND-ITEM.
           MOVE WS-ORA-ITEM-ID TO WS-ROUTE-ITEM-ID
           MOVE "01" TO WS-ROUTE-WAREHOUSE
           CALL "WHROUTE" USING
               WS-ROUTE-ITEM-ID
               WS-ROUTE-WAREHOUSE
           MOVE WS-ORA-ITEM-ID TO WS-FIND-ITEM-ID
           MOVE WS-ROUTE-WAREHOUSE TO WS-FIND-WAREHOUSE.

      *> A missing backorder file is a clean history — no shortfall
      *> has ever been captured.
       ACCUMULATE-SHORTFALLS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT BACKORDER-FILE
           IF WS-BACKORDER-OK
               PERFORM ACCUMULATE-ONE-SHORTFALL UNTIL WS-EOF
               CLOSE BACKORDER-FILE
           END-IF.

       ACCUMULATE-ONE-SHORTFALL.
           READ BACKORDER-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN BKO-ORDER-ID-X NOT NUMERIC
                       WHEN BKO-SHORTFALL-X NOT NUMERIC
                       WHEN BKO-TIMESTAMP (1:8) NOT NUMERIC
                           ADD 1 TO WS-SHORTFALLS-SKIPPED
                       WHEN BKO-DATE-N < WS-WINDOW-START
      *> Older than the window — history this week's rate ignores.
                           CONTINUE
                       WHEN OTHER
                           MOVE BKO-ORDER-ID-N TO WS-ORA-ORDER-ID
                           PERFORM COUNT-ONE-SHORTFALL
                   END-EVALUATE
           END-READ.

       COUNT-ONE-SHORTFALL.
           EXEC SQL
               SELECT NVL(MIN(ITEM_ID), 0)
                 INTO :WS-ORA-ITEM-ID
                 FROM ORDERS
                WHERE ORDER_ID = :WS-ORA-ORDER-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET WS-ORACLE-ERROR TO TRUE
               WHEN WS-ORA-ITEM-ID = 0
      *> The order is gone (archived or never landed) — nothing to
      *> attribute the shortfall to.
                   ADD 1 TO WS-SHORTFALLS-SKIPPED
               WHEN OTHER
                   PERFORM ROUTE-DEMAND-ITEM
                   IF BKO-SHORT-ITEM-X NUMERIC
                           AND BKO-SHORT-ITEM-N > 0
                       MOVE BKO-SHORT-ITEM-N TO WS-FIND-ITEM-ID
                   END-IF
                   PERFORM FIND-OR-ADD-DEMAND-ENTRY
                   IF WS-DM-MATCH-IDX > 0
                       ADD BKO-SHORTFALL-N
                           TO WS-DM-DEMAND (WS-DM-MATCH-IDX)
                       ADD 1 TO WS-SHORTFALLS-COUNTED
                   END-IF
           END-EVALUATE.

      *> Leaves WS-DM-MATCH-IDX on the entry for WS-FIND-ITEM-ID /
      *> WS-FIND-WAREHOUSE, adding it when new; zero (and counted)
      *> when the table is full.
       FIND-OR-ADD-DEMAND-ENTRY.
           PERFORM FIND-DEMAND-ENTRY
           IF WS-DM-MATCH-IDX = 0
               IF WS-DM-COUNT < 5000
                   ADD 1 TO WS-DM-COUNT
                   MOVE WS-DM-COUNT TO WS-DM-MATCH-IDX
                   MOVE WS-FIND-ITEM-ID
                       TO WS-DM-ITEM-ID (WS-DM-COUNT)
                   MOVE WS-FIND-WAREHOUSE
                       TO WS-DM-WAREHOUSE (WS-DM-COUNT)
                   MOVE 0 TO WS-DM-DEMAND (WS-DM-COUNT)
                   MOVE 0 TO WS-DM-PRIOR-POINT (WS-DM-COUNT)
                   MOVE "N" TO WS-DM-PRIOR-SW (WS-DM-COUNT)
               ELSE
                   ADD 1 TO WS-TABLE-OVERFLOW
               END-IF
           END-IF.

       FIND-DEMAND-ENTRY.
           MOVE 0 TO WS-DM-MATCH-IDX
           PERFORM CHECK-ONE-DEMAND-ENTRY
               VARYING WS-DM-IDX FROM 1 BY 1
               UNTIL WS-DM-IDX > WS-DM-COUNT
                  OR WS-DM-MATCH-IDX > 0.

       CHECK-ONE-DEMAND-ENTRY.
           IF WS-DM-ITEM-ID (WS-DM-IDX) = WS-FIND-ITEM-ID
                   AND WS-DM-WAREHOUSE (WS-DM-IDX) = WS-FIND-WAREHOUSE
               MOVE WS-DM-IDX TO WS-DM-MATCH-IDX
           END-IF.

      *> Last week's reorder points, matched onto this week's
      *> entries for the sharp-change check. A first-ever run has
      *> no file and therefore no exceptions.
       LOAD-PRIOR-PARAMETERS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAM-OK
               PERFORM LOAD-ONE-PRIOR-PARAMETER UNTIL WS-EOF
               CLOSE PARAMETER-FILE
           END-IF.

       LOAD-ONE-PRIOR-PARAMETER.
           READ PARAMETER-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PR-ITEM-ID-X NUMERIC
                           AND PR-REORDER-POINT-X NUMERIC
                       MOVE PR-ITEM-ID-N TO WS-FIND-ITEM-ID
                       MOVE PR-WAREHOUSE-ID TO WS-FIND-WAREHOUSE
                       PERFORM FIND-DEMAND-ENTRY
                       IF WS-DM-MATCH-IDX > 0
                           MOVE PR-REORDER-POINT-N
                               TO WS-DM-PRIOR-POINT (WS-DM-MATCH-IDX)
                           MOVE "Y"
                               TO WS-DM-PRIOR-SW (WS-DM-MATCH-IDX)
                           ADD 1 TO WS-PRIOR-LOADED
                       END-IF
                   END-IF
           END-READ.

       WRITE-NEW-PARAMETERS.
           OPEN OUTPUT PARAMETER-WORK-FILE
           PERFORM COMPUTE-ONE-PARAMETER
               VARYING WS-DM-IDX FROM 1 BY 1
               UNTIL WS-DM-IDX > WS-DM-COUNT
           CLOSE PARAMETER-WORK-FILE.

       COMPUTE-ONE-PARAMETER.
           MOVE WS-DM-ITEM-ID (WS-DM-IDX) TO WS-FIND-ITEM-ID
           PERFORM FIND-LEAD-ENTRY
           IF WS-LT-MATCH-IDX > 0
               MOVE WS-LT-DAYS (WS-LT-MATCH-IDX) TO WS-ITEM-LEAD-DAYS
               ADD 1 TO WS-VENDOR-LEAD-USED
           ELSE
               MOVE WS-LEAD-TIME-DAYS TO WS-ITEM-LEAD-DAYS
           END-IF
           COMPUTE WS-DAILY-RATE ROUNDED =
               WS-DM-DEMAND (WS-DM-IDX) / WS-WINDOW-DAYS
           END-COMPUTE
           COMPUTE WS-COVER-QTY =
               WS-DAILY-RATE * (WS-ITEM-LEAD-DAYS + WS-SAFETY-DAYS)
           END-COMPUTE
           PERFORM ROUND-COVER-UP
           MOVE WS-COVER-WHOLE TO WS-NEW-POINT
           COMPUTE WS-COVER-QTY = WS-DAILY-RATE * WS-REVIEW-DAYS
           END-COMPUTE
           PERFORM ROUND-COVER-UP
           COMPUTE WS-NEW-TARGET = WS-NEW-POINT + WS-COVER-WHOLE
           END-COMPUTE

           MOVE SPACES TO PARAMETER-RECORD
           MOVE WS-DM-ITEM-ID (WS-DM-IDX) TO PR-ITEM-ID-N
           MOVE WS-DM-WAREHOUSE (WS-DM-IDX) TO PR-WAREHOUSE-ID
           MOVE WS-NEW-POINT TO PR-REORDER-POINT-N
           MOVE WS-NEW-TARGET TO PR-TARGET-LEVEL
           MOVE WS-DM-DEMAND (WS-DM-IDX) TO PR-DEMAND-QTY
           MOVE WS-WINDOW-DAYS TO PR-WINDOW-DAYS
           MOVE WS-RUN-DATE TO PR-COMPUTED-DATE
           MOVE PARAMETER-RECORD TO PARAMETER-WORK-RECORD
           WRITE PARAMETER-WORK-RECORD
           ADD 1 TO WS-PARAMS-WRITTEN

           IF WS-DM-HAS-PRIOR (WS-DM-IDX)
               PERFORM JUDGE-POINT-CHANGE
           END-IF.

      *> Any fraction of a unit of cover is a whole unit — a
      *> trickle of demand must still keep one on the shelf.
       ROUND-COVER-UP.
           MOVE WS-COVER-QTY TO WS-COVER-WHOLE
           IF WS-COVER-WHOLE < WS-COVER-QTY
               ADD 1 TO WS-COVER-WHOLE
           END-IF.

      *> Sharp means both: at least the configured number of units,
      *> and more than the configured percentage of last week's
      *> point (any move off a zero point that clears the unit
      *> floor counts).
       JUDGE-POINT-CHANGE.
           COMPUTE WS-POINT-CHANGE =
               WS-NEW-POINT - WS-DM-PRIOR-POINT (WS-DM-IDX)
           END-COMPUTE
           IF WS-POINT-CHANGE < 0
               COMPUTE WS-POINT-CHANGE = 0 - WS-POINT-CHANGE
               END-COMPUTE
           END-IF
           IF WS-POINT-CHANGE >= WS-MIN-CHANGE-QTY
                   AND WS-POINT-CHANGE > 0
               IF WS-DM-PRIOR-POINT (WS-DM-IDX) = 0
                       OR WS-POINT-CHANGE * 100 >
                          WS-DM-PRIOR-POINT (WS-DM-IDX)
                              * WS-CHANGE-PCT
                   ADD 1 TO WS-EXCEPTIONS
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

      *> The work file becomes the live parameter file — only
      *> reached after the full pass closed it, so an abend mid-pass
      *> leaves last week's parameters intact for INVREPL.cob.
       REPLACE-PARAMETER-FILE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PARAMETER-WORK-FILE
           IF WS-WORK-STATUS = "00"
               OPEN OUTPUT PARAMETER-FILE
               PERFORM COPY-ONE-WORK-RECORD UNTIL WS-EOF
               CLOSE PARAMETER-FILE
               CLOSE PARAMETER-WORK-FILE
           END-IF.

       COPY-ONE-WORK-RECORD.
           READ PARAMETER-WORK-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE PARAMETER-WORK-RECORD TO PARAMETER-RECORD
                   WRITE PARAMETER-RECORD
           END-READ.

       WRITE-EXCEPTION-LINE.
           MOVE WS-DM-ITEM-ID (WS-DM-IDX) TO WS-RL-ITEM-ID
           MOVE WS-DM-PRIOR-POINT (WS-DM-IDX) TO WS-RL-OLD
           MOVE WS-NEW-POINT TO WS-RL-NEW
           MOVE WS-NEW-TARGET TO WS-RL-TARGET
           MOVE WS-DM-DEMAND (WS-DM-IDX) TO WS-RL-DEMAND
           MOVE SPACES TO DEMAND-REPORT-LINE
           STRING "SHARP CHANGE: ITEM "  DELIMITED BY SIZE
                  WS-RL-ITEM-ID          DELIMITED BY SIZE
                  " SITE "               DELIMITED BY SIZE
                  WS-DM-WAREHOUSE (WS-DM-IDX) DELIMITED BY SIZE
                  "  POINT "             DELIMITED BY SIZE
                  WS-RL-OLD              DELIMITED BY SIZE
                  " -> "                 DELIMITED BY SIZE
                  WS-RL-NEW              DELIMITED BY SIZE
                  "  TARGET "            DELIMITED BY SIZE
                  WS-RL-TARGET           DELIMITED BY SIZE
                  "  DEMAND "            DELIMITED BY SIZE
                  WS-RL-DEMAND           DELIMITED BY SIZE
               INTO DEMAND-REPORT-LINE
           END-STRING
           WRITE DEMAND-REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE "WEEKLY DEMAND-BASED REORDER POINTS"
               TO DEMAND-REPORT-LINE
           WRITE DEMAND-REPORT-LINE
           MOVE ALL "-" TO DEMAND-REPORT-LINE
           WRITE DEMAND-REPORT-LINE
           MOVE WS-WINDOW-DAYS TO WS-RL-DAYS
           MOVE SPACES TO DEMAND-REPORT-LINE
           STRING "DEMAND WINDOW (DAYS): " DELIMITED BY SIZE
                  WS-RL-DAYS               DELIMITED BY SIZE
                  "  FROM "                DELIMITED BY SIZE
                  WS-WINDOW-START          DELIMITED BY SIZE
               INTO DEMAND-REPORT-LINE
           END-STRING
           WRITE DEMAND-REPORT-LINE
           MOVE WS-LEAD-TIME-DAYS TO WS-RL-DAYS
           MOVE SPACES TO DEMAND-REPORT-LINE
           STRING "DEFAULT LEAD (DAYS):  " DELIMITED BY SIZE
                  WS-RL-DAYS               DELIMITED BY SIZE
               INTO DEMAND-REPORT-LINE
           END-STRING
           WRITE DEMAND-REPORT-LINE
           MOVE WS-SAFETY-DAYS TO WS-RL-DAYS
           MOVE SPACES TO DEMAND-REPORT-LINE
           STRING "SAFETY COVER (DAYS):  " DELIMITED BY SIZE
                  WS-RL-DAYS               DELIMITED BY SIZE
               INTO DEMAND-REPORT-LINE
           END-STRING
           WRITE DEMAND-REPORT-LINE
           MOVE WS-REVIEW-DAYS TO WS-RL-DAYS
           MOVE SPACES TO DEMAND-REPORT-LINE
           STRING "REVIEW COVER (DAYS):  " DELIMITED BY SIZE
                  WS-RL-DAYS               DELIMITED BY SIZE
               INTO DEMAND-REPORT-LINE
           END-STRING
           WRITE DEMAND-REPORT-LINE
           MOVE SPACES TO DEMAND-REPORT-LINE
           WRITE DEMAND-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO DEMAND-REPORT-LINE
           WRITE DEMAND-REPORT-LINE

           MOVE WS-ROWS-STOCKED TO WS-RL-COUNT
           MOVE SPACES TO DEMAND-REPORT-LINE
           STRING "STOCKED ROWS:          " DELIMITED BY SIZE
                  WS-RL-COUNT               DELIMITED BY SIZE
               INTO DEMAND-REPORT-LINE
           END-STRING
           WRITE DEMAND-REPORT-LINE

           MOVE WS-DEMAND-ITEMS TO WS-RL-COUNT
           MOVE SPACES TO DEMAND-REPORT-LINE
           STRING "ITEMS WITH DEMAND:     " DELIMITED BY SIZE
                  WS-RL-COUNT               DELIMITED BY SIZE
               INTO DEMAND-REPORT-LINE
           END-STRING
           WRITE DEMAND-REPORT-LINE

           MOVE WS-SHORTFALLS-COUNTED TO WS-RL-COUNT
           MOVE SPACES TO DEMAND-REPORT-LINE
           STRING "SHORTFALLS COUNTED:    " DELIMITED BY SIZE
                  WS-RL-COUNT               DELIMITED BY SIZE
               INTO DEMAND-REPORT-LINE
           END-STRING
           WRITE DEMAND-REPORT-LINE

           MOVE WS-SHORTFALLS-SKIPPED TO WS-RL-COUNT
           MOVE SPACES TO DEMAND-REPORT-LINE
           STRING "SHORTFALLS SKIPPED:    " DELIMITED BY SIZE
                  WS-RL-COUNT               DELIMITED BY SIZE
               INTO DEMAND-REPORT-LINE
           END-STRING
           WRITE DEMAND-REPORT-LINE

           MOVE WS-PARAMS-WRITTEN TO WS-RL-COUNT
           MOVE SPACES TO DEMAND-REPORT-LINE
           STRING "PARAMETERS WRITTEN:    " DELIMITED BY SIZE
                  WS-RL-COUNT               DELIMITED BY SIZE
               INTO DEMAND-REPORT-LINE
           END-STRING
           WRITE DEMAND-REPORT-LINE

           MOVE WS-VENDOR-LEAD-USED TO WS-RL-COUNT
           MOVE SPACES TO DEMAND-REPORT-LINE
           STRING "ON VENDOR LEAD TIME:   " DELIMITED BY SIZE
                  WS-RL-COUNT               DELIMITED BY SIZE
               INTO DEMAND-REPORT-LINE
           END-STRING
           WRITE DEMAND-REPORT-LINE

           MOVE WS-PRIOR-LOADED TO WS-RL-COUNT
           MOVE SPACES TO DEMAND-REPORT-LINE
           STRING "PRIOR WEEK MATCHED:    " DELIMITED BY SIZE
                  WS-RL-COUNT               DELIMITED BY SIZE
               INTO DEMAND-REPORT-LINE
           END-STRING
           WRITE DEMAND-REPORT-LINE

           MOVE WS-EXCEPTIONS TO WS-RL-COUNT
           MOVE SPACES TO DEMAND-REPORT-LINE
           STRING "SHARP CHANGES:         " DELIMITED BY SIZE
                  WS-RL-COUNT               DELIMITED BY SIZE
               INTO DEMAND-REPORT-LINE
           END-STRING
           WRITE DEMAND-REPORT-LINE

           IF WS-TABLE-OVERFLOW > 0
               MOVE WS-TABLE-OVERFLOW TO WS-RL-COUNT
               MOVE SPACES TO DEMAND-REPORT-LINE
               STRING "BEYOND TABLE (KEPT PRIOR): " DELIMITED BY SIZE
                      WS-RL-COUNT                  DELIMITED BY SIZE
                   INTO DEMAND-REPORT-LINE
               END-STRING
               WRITE DEMAND-REPORT-LINE
           END-IF

      *> The demand could not all be read — say so, and say that
      *> last week's parameters were left in place.
           IF WS-ORACLE-ERROR
               MOVE "ERROR: ORACLE FAILURES DURING RUN — REORDPRM.DAT"
                   TO DEMAND-REPORT-LINE
               WRITE DEMAND-REPORT-LINE
               MOVE SPACES TO DEMAND-REPORT-LINE
               MOVE SQLCODE TO WS-RL-SQLCODE
               STRING "LEFT UNCHANGED. SQLCODE: " DELIMITED BY SIZE
                      WS-RL-SQLCODE               DELIMITED BY SIZE
                   INTO DEMAND-REPORT-LINE
               END-STRING
               WRITE DEMAND-REPORT-LINE
           END-IF.
