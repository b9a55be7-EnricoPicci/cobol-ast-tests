      ******************************************************************
      * SCHDREL.cob — Scheduled-Order Release by Requested Ship Date
      *
      * PURPOSE:
      *   CHECK-SHIP-DATE in SAFE02-CALLED.cob parks an order whose
      *   requested ship date lies beyond the release lead time in
      *   "T" (SCHEDULED, per CPY-ORDSTAT.cpy) — validated and
      *   priced, but with nothing reserved, so stock promised for a
      *   delivery weeks out is not tied up while today's orders go
      *   short. This nightly job is the other half: every scheduled
      *   order whose ship date has come within RELEASE-LEAD-DAYS
      *   business days of the business date is re-driven through
      *   the lookup by CALLing SAFE02-CALLED, oldest ship date
      *   first, so when stock is tight the delivery due soonest is
      *   the one that gets it.
      *
      *   The re-drive is the real thing, as in CRHOLD.cob: the
      *   CALLED module re-checks credit, reserves stock (or parks
      *   the order BACKORDERED with its BACKORD.DAT shortfall, or
      *   HELD), prices the order, and writes its own ORDAUDIT and
      *   ORDTIMNG records under the SCHDREL- correlation prefix.
      *   The lookup and this job read the same SCHDCFG.DAT, so an
      *   order this job judges due is one the lookup will not park
      *   again.
      *
      *   Due orders are gathered into a table BEFORE any CALL: the
      *   CALLED module commits, and a commit closes this program's
      *   open cursors. A scheduled order with no ship date at all
      *   (none should exist) is treated as due at once rather than
      *   left parked forever.
      *
      * CONTROL FILE FORMAT (SCHDCFG.DAT, one record — shared with
      *   SAFE02-CALLED.cob):
      *   Positions  1- 3  RELEASE-LEAD-DAYS  PIC 9(3)  (business
      *                    days ahead of the ship date the
      *                    reservation runs)
      *   Missing file means the default of 5 applies.
      *
      * OUTPUT: SCHDREL.RPT — the lead time used, the re-drive
      *         outcome per released order, and summary counts.
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules,
      *          with COMP5=YES for Pro*COBOL precompilation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHDREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-CONFIG-FILE ASSIGN TO "SCHDCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT RELEASE-REPORT-FILE ASSIGN TO "SCHDREL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-CONFIG-FILE.
       01  SCHEDULE-CONFIG-RECORD.
           05  SCR-LEAD-DAYS-X        PIC X(3).
           05  SCR-LEAD-DAYS-N        REDEFINES SCR-LEAD-DAYS-X
                                       PIC 9(3).

       FD  RELEASE-REPORT-FILE.
       01  RELEASE-REPORT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-REPORT-STATUS           PIC XX.

      *> Same default as SAFE02-CALLED.cob's WS-RELEASE-LEAD-DAYS —
      *> the two must agree or a released order parks straight back.
       01  WS-RELEASE-LEAD-DAYS       PIC 9(3) VALUE 5.

           COPY CPY-BUSDATE.
       01  WS-RELEASE-BUSINESS-DATE   PIC 9(8) VALUE ZEROS.

           EXEC SQL INCLUDE SQLCA5 END-EXEC.

      *> Oracle host variables — COMP-5, the suite convention.
       01  WS-ORA-ORDER-ID            PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-SHIP-DATE-X         PIC X(8) VALUE ZEROS.
       01  WS-ORA-SHIP-DATE-N         REDEFINES WS-ORA-SHIP-DATE-X
                                       PIC 9(8).

           COPY CPY-RETCODES.

      *> Parameters for the re-drive CALL — COMP, big-endian under
      *> BINARY(BE), exactly what SAFE02-CALLED's LINKAGE expects
      *> (same shapes CRHOLD.cob passes).
       01  WS-CALL-ORDER-ID           PIC S9(9) COMP.
       01  WS-CALL-QUANTITY           PIC S9(9) COMP.
       01  WS-CALL-RETURN-CODE        PIC S9(4) COMP.
       01  WS-CALL-LINE-COUNT         PIC 9(4) COMP.
       01  WS-CALL-LINE-QTY-TABLE.
           05  WS-CALL-LINE-QTY       PIC S9(9) COMP
                                       OCCURS 1 TO 50 TIMES
                                       DEPENDING ON
                                           WS-CALL-LINE-COUNT.
       01  WS-CALL-CORRELATION-ID     PIC X(20).
       01  WS-CALL-ORDER-TOTAL        PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-CORR-ORDER-ID           PIC 9(9) VALUE ZEROS.

      *> The night's due orders, in ship-date order, fetched in full
      *> before the first re-drive CALL (whose commits would close
      *> the cursor). Any beyond the table are counted and left in
      *> "T" for the next night — still due, still first in line.
       01  WS-DUE-TABLE.
           05  WS-DUE-COUNT           PIC 9(4) COMP VALUE 0.
           05  WS-DUE-ENTRY           OCCURS 2000 TIMES.
               10  WS-DUE-ORDER-ID    PIC S9(9) COMP-5.
               10  WS-DUE-SHIP-DATE   PIC 9(8).
       01  WS-DUE-IDX                 PIC 9(4) COMP VALUE 0.
       01  WS-DUE-OVERFLOW            PIC 9(9) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ORDERS-SCHEDULED    PIC 9(9) VALUE ZERO.
           05  WS-ORDERS-NOT-DUE      PIC 9(9) VALUE ZERO.
           05  WS-ORDERS-REDRIVEN     PIC 9(9) VALUE ZERO.
           05  WS-ORDERS-RESERVED     PIC 9(9) VALUE ZERO.
           05  WS-ORDERS-BACKORDERED  PIC 9(9) VALUE ZERO.
           05  WS-ORDERS-HELD         PIC 9(9) VALUE ZERO.
           05  WS-ORDERS-REPARKED     PIC 9(9) VALUE ZERO.
           05  WS-ORDERS-FAILED       PIC 9(9) VALUE ZERO.

       01  WS-ORACLE-ERROR-SW         PIC X VALUE "N".
           88  WS-ORACLE-ERROR        VALUE "Y".
       01  WS-SCAN-DONE-SW            PIC X VALUE "N".
           88  WS-SCAN-DONE           VALUE "Y".

       01  WS-OUTCOME                 PIC X(12) VALUE SPACES.

       01  WS-REPORT-LINE-FIELDS.
           05  WS-RL-ORDER-ID         PIC -(8)9.
           05  WS-RL-RC               PIC -(4)9.
           05  WS-RL-COUNT            PIC Z(8)9.
           05  WS-RL-DAYS             PIC ZZ9.

      *> Every scheduled order with its ship date, soonest first.
      *> Grouped because ORDERS carries one row per line item under
      *> the same ORDER_ID; MAX because every line carries the one
      *> date (ORDENTRY, ORDIMPRT and ORDAMEND write it that way).
           EXEC SQL
               DECLARE SCHEDULED-ORDERS-CURSOR CURSOR FOR
                   SELECT ORDER_ID,
                          NVL(TO_CHAR(MAX(REQUESTED_SHIP_DATE),
                                      'YYYYMMDD'), '00000000')
                   FROM ORDERS
                   WHERE ORDER_STATUS = 'T'
                   GROUP BY ORDER_ID
                   ORDER BY 2, 1
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-SCHEDULE-CONFIG
           SET BDT-GET-DATES TO TRUE
           CALL "BUSDATE" USING BDT-FUNCTION BDT-BUSINESS-DATE
                                BDT-PRIOR-DATE BDT-FROM-DATE
                                BDT-TO-DATE BDT-DAYS
           MOVE BDT-BUSINESS-DATE TO WS-RELEASE-BUSINESS-DATE
           OPEN OUTPUT RELEASE-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM GATHER-DUE-ORDERS
           IF NOT WS-ORACLE-ERROR
               PERFORM REDRIVE-ONE-ORDER
                   VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-COUNT
           END-IF
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE RELEASE-REPORT-FILE

      *> Step outcome for NIGHTRUN.cob and the scheduler. A release
      *> the lookup backordered or held is the lookup's verdict, not
      *> a failure of this job.
           EVALUATE TRUE
               WHEN WS-ORACLE-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ORDERS-FAILED > 0
                   OR WS-DUE-OVERFLOW > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *> Missing SCHDCFG.DAT (or a non-numeric lead time in it) keeps
      *> the hardcoded default — the same rule the lookup applies.
       READ-SCHEDULE-CONFIG.
           OPEN INPUT SCHEDULE-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ SCHEDULE-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SCR-LEAD-DAYS-X IS NUMERIC
                           MOVE SCR-LEAD-DAYS-N
                             TO WS-RELEASE-LEAD-DAYS
                       END-IF
               END-READ
               CLOSE SCHEDULE-CONFIG-FILE
           END-IF.

      *> Gather-then-call, never call-inside-fetch: the CALLED
      *> module's commits close open cursors.
       GATHER-DUE-ORDERS.
           MOVE 0 TO WS-DUE-COUNT
           MOVE "N" TO WS-SCAN-DONE-SW
           EXEC SQL
               OPEN SCHEDULED-ORDERS-CURSOR
           END-EXEC
           IF SQLCODE = 0
               PERFORM FETCH-ONE-SCHEDULED-ORDER UNTIL WS-SCAN-DONE
               EXEC SQL
                   CLOSE SCHEDULED-ORDERS-CURSOR
               END-EXEC
           ELSE
               SET WS-ORACLE-ERROR TO TRUE
           END-IF.

       FETCH-ONE-SCHEDULED-ORDER.
           EXEC SQL
               FETCH SCHEDULED-ORDERS-CURSOR
               INTO :WS-ORA-ORDER-ID, :WS-ORA-SHIP-DATE-X
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-ORDERS-SCHEDULED
                   PERFORM JUDGE-ONE-SCHEDULED-ORDER
               WHEN SQLCODE = 100
                   SET WS-SCAN-DONE TO TRUE
               WHEN OTHER
                   SET WS-ORACLE-ERROR TO TRUE
                   SET WS-SCAN-DONE TO TRUE
           END-EVALUATE.

      *> Due once the business days from the business date up to the
      *> ship date are within the lead time — the same count
      *> CHECK-SHIP-DATE parks by. A ship date already passed counts
      *> zero days and is due.
       JUDGE-ONE-SCHEDULED-ORDER.
           MOVE 0 TO BDT-DAYS
           IF WS-ORA-SHIP-DATE-X NUMERIC
                   AND WS-ORA-SHIP-DATE-N > 0
               MOVE WS-RELEASE-BUSINESS-DATE TO BDT-FROM-DATE
               MOVE WS-ORA-SHIP-DATE-N TO BDT-TO-DATE
               SET BDT-COUNT-DAYS TO TRUE
               CALL "BUSDATE" USING BDT-FUNCTION BDT-BUSINESS-DATE
                                    BDT-PRIOR-DATE BDT-FROM-DATE
                                    BDT-TO-DATE BDT-DAYS
           ELSE
               MOVE ZEROS TO WS-ORA-SHIP-DATE-X
           END-IF
           EVALUATE TRUE
               WHEN BDT-DAYS > WS-RELEASE-LEAD-DAYS
                   ADD 1 TO WS-ORDERS-NOT-DUE
               WHEN WS-DUE-COUNT < 2000
                   ADD 1 TO WS-DUE-COUNT
                   MOVE WS-ORA-ORDER-ID
                       TO WS-DUE-ORDER-ID (WS-DUE-COUNT)
                   MOVE WS-ORA-SHIP-DATE-N
                       TO WS-DUE-SHIP-DATE (WS-DUE-COUNT)
               WHEN OTHER
      *> Beyond the table: counted, reported, left in "T" for the
      *> next run rather than silently skipped.
                   ADD 1 TO WS-DUE-OVERFLOW
           END-EVALUATE.

      *> The fresh lookup CPY-ORDSTAT promised: SAFE02-CALLED finds
      *> the ship date inside the lead time, re-checks credit,
      *> reserves, prices, audits.
       REDRIVE-ONE-ORDER.
           MOVE WS-DUE-ORDER-ID (WS-DUE-IDX) TO WS-CALL-ORDER-ID
           MOVE WS-DUE-ORDER-ID (WS-DUE-IDX) TO WS-CORR-ORDER-ID
           MOVE SPACES TO WS-CALL-CORRELATION-ID
           STRING "SCHDREL-" DELIMITED BY SIZE
                  WS-CORR-ORDER-ID DELIMITED BY SIZE
               INTO WS-CALL-CORRELATION-ID
           END-STRING
           MOVE ZERO TO WS-CALL-QUANTITY
           MOVE ZERO TO WS-CALL-RETURN-CODE
           MOVE ZERO TO WS-CALL-LINE-COUNT
           MOVE ZERO TO WS-CALL-ORDER-TOTAL
           CALL "SAFE02-CALLED" USING
               WS-CALL-ORDER-ID
               WS-CALL-QUANTITY
               WS-CALL-RETURN-CODE
               WS-CALL-LINE-COUNT
               WS-CALL-LINE-QTY-TABLE
               WS-CALL-CORRELATION-ID
               WS-CALL-ORDER-TOTAL
           ADD 1 TO WS-ORDERS-REDRIVEN
           EVALUATE WS-CALL-RETURN-CODE
               WHEN RC-SUCCESS
                   ADD 1 TO WS-ORDERS-RESERVED
                   MOVE "RESERVED" TO WS-OUTCOME
               WHEN RC-BACKORDERED
                   ADD 1 TO WS-ORDERS-BACKORDERED
                   MOVE "BACKORDERED" TO WS-OUTCOME
               WHEN RC-CREDIT-HOLD
               WHEN RC-CREDIT-LIMIT
                   ADD 1 TO WS-ORDERS-HELD
                   MOVE "CREDIT-HELD" TO WS-OUTCOME
      *> Parked again — SCHDCFG.DAT or the business date moved
      *> between this job's judgement and the lookup's.
               WHEN RC-SCHEDULED
                   ADD 1 TO WS-ORDERS-REPARKED
                   MOVE "STILL SCHED" TO WS-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-ORDERS-FAILED
                   MOVE "NOT RELEASED" TO WS-OUTCOME
           END-EVALUATE
           PERFORM WRITE-RELEASE-LINE.

       WRITE-RELEASE-LINE.
           MOVE WS-DUE-ORDER-ID (WS-DUE-IDX) TO WS-RL-ORDER-ID
           MOVE WS-CALL-RETURN-CODE TO WS-RL-RC
           MOVE SPACES TO RELEASE-REPORT-LINE
           STRING "  RELEASE ORDER " DELIMITED BY SIZE
                  WS-RL-ORDER-ID     DELIMITED BY SIZE
                  "  SHIP "          DELIMITED BY SIZE
                  WS-DUE-SHIP-DATE (WS-DUE-IDX) DELIMITED BY SIZE
                  "  RC "            DELIMITED BY SIZE
                  WS-RL-RC           DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-OUTCOME         DELIMITED BY SIZE
               INTO RELEASE-REPORT-LINE
           END-STRING
           WRITE RELEASE-REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE "SCHEDULED ORDER RELEASE RUN" TO RELEASE-REPORT-LINE
           WRITE RELEASE-REPORT-LINE
           MOVE ALL "-" TO RELEASE-REPORT-LINE
           WRITE RELEASE-REPORT-LINE
           MOVE WS-RELEASE-LEAD-DAYS TO WS-RL-DAYS
           MOVE SPACES TO RELEASE-REPORT-LINE
           STRING "BUSINESS DATE: "         DELIMITED BY SIZE
                  WS-RELEASE-BUSINESS-DATE  DELIMITED BY SIZE
                  "   RELEASE LEAD (BUSINESS DAYS): "
                                            DELIMITED BY SIZE
                  WS-RL-DAYS                DELIMITED BY SIZE
               INTO RELEASE-REPORT-LINE
           END-STRING
           WRITE RELEASE-REPORT-LINE
           MOVE SPACES TO RELEASE-REPORT-LINE
           WRITE RELEASE-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO RELEASE-REPORT-LINE
           WRITE RELEASE-REPORT-LINE

           MOVE WS-ORDERS-SCHEDULED TO WS-RL-COUNT
           MOVE SPACES TO RELEASE-REPORT-LINE
           STRING "SCHEDULED ORDERS:    " DELIMITED BY SIZE
                  WS-RL-COUNT             DELIMITED BY SIZE
               INTO RELEASE-REPORT-LINE
           END-STRING
           WRITE RELEASE-REPORT-LINE

           MOVE WS-ORDERS-NOT-DUE TO WS-RL-COUNT
           MOVE SPACES TO RELEASE-REPORT-LINE
           STRING "NOT YET DUE:         " DELIMITED BY SIZE
                  WS-RL-COUNT             DELIMITED BY SIZE
               INTO RELEASE-REPORT-LINE
           END-STRING
           WRITE RELEASE-REPORT-LINE

           MOVE WS-ORDERS-REDRIVEN TO WS-RL-COUNT
           MOVE SPACES TO RELEASE-REPORT-LINE
           STRING "ORDERS RE-DRIVEN:    " DELIMITED BY SIZE
                  WS-RL-COUNT             DELIMITED BY SIZE
               INTO RELEASE-REPORT-LINE
           END-STRING
           WRITE RELEASE-REPORT-LINE

           MOVE WS-ORDERS-RESERVED TO WS-RL-COUNT
           MOVE SPACES TO RELEASE-REPORT-LINE
           STRING "RESERVED:            " DELIMITED BY SIZE
                  WS-RL-COUNT             DELIMITED BY SIZE
               INTO RELEASE-REPORT-LINE
           END-STRING
           WRITE RELEASE-REPORT-LINE

           MOVE WS-ORDERS-BACKORDERED TO WS-RL-COUNT
           MOVE SPACES TO RELEASE-REPORT-LINE
           STRING "BACKORDERED:         " DELIMITED BY SIZE
                  WS-RL-COUNT             DELIMITED BY SIZE
               INTO RELEASE-REPORT-LINE
           END-STRING
           WRITE RELEASE-REPORT-LINE

           MOVE WS-ORDERS-HELD TO WS-RL-COUNT
           MOVE SPACES TO RELEASE-REPORT-LINE
           STRING "CREDIT-HELD:         " DELIMITED BY SIZE
                  WS-RL-COUNT             DELIMITED BY SIZE
               INTO RELEASE-REPORT-LINE
           END-STRING
           WRITE RELEASE-REPORT-LINE

           MOVE WS-ORDERS-REPARKED TO WS-RL-COUNT
           MOVE SPACES TO RELEASE-REPORT-LINE
           STRING "PARKED AGAIN:        " DELIMITED BY SIZE
                  WS-RL-COUNT             DELIMITED BY SIZE
               INTO RELEASE-REPORT-LINE
           END-STRING
           WRITE RELEASE-REPORT-LINE

           MOVE WS-ORDERS-FAILED TO WS-RL-COUNT
           MOVE SPACES TO RELEASE-REPORT-LINE
           STRING "NOT RELEASED:        " DELIMITED BY SIZE
                  WS-RL-COUNT             DELIMITED BY SIZE
               INTO RELEASE-REPORT-LINE
           END-STRING
           WRITE RELEASE-REPORT-LINE

           IF WS-DUE-OVERFLOW > 0
               MOVE WS-DUE-OVERFLOW TO WS-RL-COUNT
               MOVE SPACES TO RELEASE-REPORT-LINE
               STRING "DUE ORDERS BEYOND TABLE (RERUN): "
                          DELIMITED BY SIZE
                      WS-RL-COUNT DELIMITED BY SIZE
                   INTO RELEASE-REPORT-LINE
               END-STRING
               WRITE RELEASE-REPORT-LINE
           END-IF

      *> The scan could not be trusted — say so instead of letting a
      *> short report read as a quiet night.
           IF WS-ORACLE-ERROR
               MOVE "ERROR: ORACLE FAILURES DURING RUN — NO ORDERS"
                   TO RELEASE-REPORT-LINE
               WRITE RELEASE-REPORT-LINE
               MOVE "RELEASED. SCHEDULED ORDERS NEED A RERUN."
                   TO RELEASE-REPORT-LINE
               WRITE RELEASE-REPORT-LINE
           END-IF.
