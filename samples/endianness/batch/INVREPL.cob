      *   not a flat amount that over-orders slow items and
      *   under-orders fast ones.
      *
      *   Where INVDEMND.cob has computed an item's own reorder point
      *   and target level for a site (REORDPRM.DAT), those replace
      *   the flat threshold and target for that item at that site;
      *   every other row still uses the flat values below. Because
      *   the threshold now differs by item, every INVENTORY row is
      *   read and compared here rather than filtered in the cursor.
      *   An item whose own target is already met (a zero-demand
      *   item's target is zero) is not extracted.
      *
      * CONTROL FILE FORMAT (REORDCFG.DAT, sequential, one record):
      *   Positions  1- 9  REORDER-THRESHOLD  PIC 9(9)
      *   Positions 10-18  TARGET-STOCK-LEVEL PIC 9(9)
      *   expectation configured" convention PLATCHK.cob and
      *   SAFE02-CALLED.cob's RETRYCFG.DAT use.
      *
      * PARAMETER FILE (REORDPRM.DAT) — INVDEMND.cob's documented
      *   layout; a missing file means every row uses the flat values.
      *
      * REORDER EXTRACT FORMAT (REORDER.DAT, one record per low item):
      *   Positions  1- 9  ITEM-ID            PIC 9(9)
      *   Positions 10-18  QUANTITY-ON-HAND   PIC S9(9)
      *   Positions 19-27  REORDER-THRESHOLD  PIC 9(9)
      *   Positions 28-36  SUGGESTED-REORDER  PIC 9(9)
      *   Positions 37-38  WAREHOUSE-ID       PIC X(2)
      *   REORDER-THRESHOLD is the threshold actually applied to the
      *   row — the item's own reorder point when it has one.
      *
      * OUTPUT: INVREPL.D<YYYYMMDD>.S<nn>.RPT (via RPTGEN.cob) —
      *         the summary report purchasing reads.
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules,
      *          with COMP5=YES for Pro*COBOL precompilation.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT REORDER-PARAM-FILE ASSIGN TO "REORDPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT REORDER-EXTRACT-FILE ASSIGN TO "REORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

      *> Generation-dated per run — the name comes from RPTGEN.cob
      *> and DD_REPLRPT is pointed at it before the OPEN, so each
      *> night's report survives the next and is catalogued in
      *> RPTCAT.DAT for distribution (RPTDIST.cob) and retention
      *> (RPTSWEEP.cob).
           SELECT REPLENISH-REPORT-FILE ASSIGN TO REPLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           05  RCF-REORDER-THRESHOLD  PIC 9(9).
           05  RCF-TARGET-STOCK       PIC 9(9).

      *> Layout per INVDEMND.cob.
       FD  REORDER-PARAM-FILE.
       01  REORDER-PARAM-RECORD.
           05  RP-ITEM-ID-X           PIC X(9).
           05  RP-ITEM-ID-N           REDEFINES RP-ITEM-ID-X
                                       PIC 9(9).
           05  RP-WAREHOUSE-ID        PIC X(2).
           05  RP-REORDER-POINT-X     PIC X(9).
           05  RP-REORDER-POINT-N     REDEFINES RP-REORDER-POINT-X
                                       PIC 9(9).
           05  RP-TARGET-LEVEL-X      PIC X(9).
           05  RP-TARGET-LEVEL-N      REDEFINES RP-TARGET-LEVEL-X
                                       PIC 9(9).
           05  RP-DEMAND-QTY          PIC 9(9).
           05  RP-WINDOW-DAYS         PIC 9(3).
           05  RP-COMPUTED-DATE       PIC 9(8).

       FD  REORDER-EXTRACT-FILE.
       01  REORDER-EXTRACT-RECORD.
           05  RE-ITEM-ID             PIC 9(9).
           05  RE-QUANTITY-ON-HAND    PIC S9(9).
           05  RE-REORDER-THRESHOLD   PIC 9(9).
           05  RE-SUGGESTED-REORDER   PIC 9(9).
           05  RE-WAREHOUSE-ID        PIC X(2).

       FD  REPLENISH-REPORT-FILE.
       01  REPLENISH-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-PARAM-STATUS            PIC XX.
       01  WS-EXTRACT-STATUS          PIC XX.
       01  WS-REPORT-STATUS           PIC XX.

       01  WS-REORDER-THRESHOLD       PIC 9(9) VALUE 100.
       01  WS-TARGET-STOCK            PIC 9(9) VALUE 500.

      *> Item-level reorder points and targets from REORDPRM.DAT.
      *> Entries beyond the table are counted and those items fall
      *> back to the flat values.
       01  WS-PARAM-TABLE.
           05  WS-RP-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-RP-ENTRY            OCCURS 5000 TIMES.
               10  WS-RP-ITEM-ID      PIC 9(9).
               10  WS-RP-WAREHOUSE    PIC X(2).
               10  WS-RP-POINT        PIC 9(9).
               10  WS-RP-TARGET       PIC 9(9).
       01  WS-RP-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-RP-MATCH-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-EOF-FLAG                PIC X VALUE "N".
           88  WS-EOF                 VALUE "Y".

      *> Threshold and target in force for the current row.
       01  WS-ROW-THRESHOLD           PIC 9(9) VALUE 0.
       01  WS-ROW-TARGET              PIC 9(9) VALUE 0.

      *> STEP: Oracle host variables are COMP-5, the same convention
      *> as every other Oracle-calling program in this suite (see
      *> SAFE02-CALLED.cob).
       01  WS-ORA-ITEM-ID             PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-QUANTITY-ON-HAND    PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-WAREHOUSE-ID        PIC X(2) VALUE "01".

       01  WS-COUNTERS.
           05  WS-ROWS-EXTRACTED      PIC 9(9) VALUE ZERO.
           05  WS-PARAMS-LOADED       PIC 9(9) VALUE ZERO.
           05  WS-PARAMS-SKIPPED      PIC 9(9) VALUE ZERO.
           05  WS-ROWS-ITEM-LEVEL     PIC 9(9) VALUE ZERO.
           05  WS-ROWS-FLAT           PIC 9(9) VALUE ZERO.

      *> Set when the cursor OPEN or a FETCH fails — a bad SQLCODE
      *> must not be read as "no low-stock items today", which would

           EXEC SQL INCLUDE SQLCA5 END-EXEC.

      *> Every INVENTORY row, with its site — the threshold each is
      *> compared against is only known once its parameters are
      *> looked up. ITEM_ID is not part of CPY-ORDERS (that copybook
      *> only carries the lookup/update host-variable fields) — assumed
      *> present on the INVENTORY table itself, the same way
      *> ORDRECON.cob assumes ORDER_DATE on ORDERS.
           EXEC SQL
               DECLARE LOW-STOCK-CURSOR CURSOR FOR
                   SELECT ITEM_ID, NVL(WAREHOUSE_ID, '01'),
                          QUANTITY_ON_HAND
                   FROM INVENTORY
           END-EXEC.

      *> This run's generation-dated report name, allocated by
      *> RPTGEN.cob and echoed at end of run.
       01  WS-RPTGEN-PROGRAM          PIC X(8) VALUE "INVREPL".
       01  WS-REPORT-GENERATION       PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-REORDER-CONFIG
           PERFORM LOAD-REORDER-PARAMS
           PERFORM OPEN-FILES
           PERFORM SCAN-LOW-STOCK
           PERFORM WRITE-SUMMARY-REPORT
               CLOSE REORDER-CONFIG-FILE
           END-IF.

      *> Missing REORDPRM.DAT means INVDEMND.cob has not run yet —
      *> every row uses the flat values, exactly as before it existed.
       LOAD-REORDER-PARAMS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT REORDER-PARAM-FILE
           IF WS-PARAM-STATUS = "00"
               PERFORM LOAD-ONE-REORDER-PARAM UNTIL WS-EOF
               CLOSE REORDER-PARAM-FILE
           END-IF.

       LOAD-ONE-REORDER-PARAM.
           READ REORDER-PARAM-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF RP-ITEM-ID-X NUMERIC
                           AND RP-REORDER-POINT-X NUMERIC
                           AND RP-TARGET-LEVEL-X NUMERIC
                           AND WS-RP-COUNT < 5000
                       ADD 1 TO WS-RP-COUNT
                       MOVE RP-ITEM-ID-N
                           TO WS-RP-ITEM-ID (WS-RP-COUNT)
                       MOVE RP-WAREHOUSE-ID
                           TO WS-RP-WAREHOUSE (WS-RP-COUNT)
                       MOVE RP-REORDER-POINT-N
                           TO WS-RP-POINT (WS-RP-COUNT)
                       MOVE RP-TARGET-LEVEL-N
                           TO WS-RP-TARGET (WS-RP-COUNT)
                       ADD 1 TO WS-PARAMS-LOADED
                   ELSE
                       ADD 1 TO WS-PARAMS-SKIPPED
                   END-IF
           END-READ.

       OPEN-FILES.
           OPEN OUTPUT REORDER-EXTRACT-FILE
           CALL "RPTGEN" USING
               WS-RPTGEN-PROGRAM
               WS-REPORT-GENERATION
           SET ENVIRONMENT "DD_REPLRPT" TO WS-REPORT-GENERATION
           OPEN OUTPUT REPLENISH-REPORT-FILE.

       CLOSE-FILES.
           CLOSE REORDER-EXTRACT-FILE
           CLOSE REPLENISH-REPORT-FILE
           DISPLAY "INVREPL report written to " WS-REPORT-GENERATION.

       SCAN-LOW-STOCK.
           EXEC SQL
               OPEN LOW-STOCK-CURSOR
           END-EXEC
       FETCH-ONE-LOW-ITEM.
           EXEC SQL
               FETCH LOW-STOCK-CURSOR
               INTO :WS-ORA-ITEM-ID, :WS-ORA-WAREHOUSE-ID,
                    :WS-ORA-QUANTITY-ON-HAND
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   PERFORM SELECT-ROW-PARAMETERS
                   IF WS-ORA-QUANTITY-ON-HAND <= WS-ROW-THRESHOLD
                           AND WS-ORA-QUANTITY-ON-HAND < WS-ROW-TARGET
                       PERFORM WRITE-REORDER-RECORD
                   END-IF
               WHEN SQLCODE = 100
                   SET WS-SCAN-DONE TO TRUE
               WHEN OTHER
                   SET WS-SCAN-DONE TO TRUE
           END-EVALUATE.

      *> The item's own point and target at this site when
      *> INVDEMND.cob computed them, otherwise the flat values.
       SELECT-ROW-PARAMETERS.
           MOVE 0 TO WS-RP-MATCH-IDX
           PERFORM CHECK-ONE-REORDER-PARAM
               VARYING WS-RP-IDX FROM 1 BY 1
               UNTIL WS-RP-IDX > WS-RP-COUNT
                  OR WS-RP-MATCH-IDX > 0
           IF WS-RP-MATCH-IDX > 0
               MOVE WS-RP-POINT (WS-RP-MATCH-IDX) TO WS-ROW-THRESHOLD
               MOVE WS-RP-TARGET (WS-RP-MATCH-IDX) TO WS-ROW-TARGET
               ADD 1 TO WS-ROWS-ITEM-LEVEL
           ELSE
               MOVE WS-REORDER-THRESHOLD TO WS-ROW-THRESHOLD
               MOVE WS-TARGET-STOCK TO WS-ROW-TARGET
               ADD 1 TO WS-ROWS-FLAT
           END-IF.

       CHECK-ONE-REORDER-PARAM.
           IF WS-RP-ITEM-ID (WS-RP-IDX) = WS-ORA-ITEM-ID
                   AND WS-RP-WAREHOUSE (WS-RP-IDX) = WS-ORA-WAREHOUSE-ID
               MOVE WS-RP-IDX TO WS-RP-MATCH-IDX
           END-IF.

       WRITE-REORDER-RECORD.
           MOVE WS-ORA-ITEM-ID TO RE-ITEM-ID
           MOVE WS-ORA-QUANTITY-ON-HAND TO RE-QUANTITY-ON-HAND
           MOVE WS-ROW-THRESHOLD TO RE-REORDER-THRESHOLD
           MOVE WS-ORA-WAREHOUSE-ID TO RE-WAREHOUSE-ID
      *> Restock to target. An on-hand already driven negative by
      *> reservations still only suggests up to the target level.
           IF WS-ORA-QUANTITY-ON-HAND < 0
               MOVE WS-ROW-TARGET TO RE-SUGGESTED-REORDER
           ELSE
               COMPUTE RE-SUGGESTED-REORDER =
                   WS-ROW-TARGET - WS-ORA-QUANTITY-ON-HAND
               END-COMPUTE
           END-IF
           WRITE REORDER-EXTRACT-RECORD
           END-STRING
           WRITE REPLENISH-REPORT-LINE

           MOVE SPACES TO REPLENISH-REPORT-LINE
           MOVE WS-PARAMS-LOADED TO WS-RL-COUNT
           STRING "ITEM PARAMETERS LOADED:      " DELIMITED BY SIZE
                  WS-RL-COUNT                     DELIMITED BY SIZE
               INTO REPLENISH-REPORT-LINE
           END-STRING
           WRITE REPLENISH-REPORT-LINE

           IF WS-PARAMS-SKIPPED > 0
               MOVE SPACES TO REPLENISH-REPORT-LINE
               MOVE WS-PARAMS-SKIPPED TO WS-RL-COUNT
               STRING "ITEM PARAMETERS NOT USED:    " DELIMITED BY SIZE
                      WS-RL-COUNT                     DELIMITED BY SIZE
                   INTO REPLENISH-REPORT-LINE
               END-STRING
               WRITE REPLENISH-REPORT-LINE
           END-IF

           MOVE SPACES TO REPLENISH-REPORT-LINE
           MOVE WS-ROWS-ITEM-LEVEL TO WS-RL-COUNT
           STRING "ROWS ON ITEM-LEVEL VALUES:   " DELIMITED BY SIZE
                  WS-RL-COUNT                     DELIMITED BY SIZE
               INTO REPLENISH-REPORT-LINE
           END-STRING
           WRITE REPLENISH-REPORT-LINE

           MOVE SPACES TO REPLENISH-REPORT-LINE
           MOVE WS-ROWS-FLAT TO WS-RL-COUNT
           STRING "ROWS ON FLAT VALUES:         " DELIMITED BY SIZE
                  WS-RL-COUNT                     DELIMITED BY SIZE
               INTO REPLENISH-REPORT-LINE
           END-STRING
           WRITE REPLENISH-REPORT-LINE

      *> The scan could not be trusted — say so instead of letting an
      *> empty extract read as "stock levels are all healthy".
           IF WS-ORACLE-ERROR
