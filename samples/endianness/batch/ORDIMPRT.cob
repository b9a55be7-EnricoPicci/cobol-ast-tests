      ******************************************************************
      * ORDIMPRT.cob — Partner Order File Import
      *
      * PURPOSE:
      *   Some trading partners cannot put messages on CREATE.ORDERS
      *   and send a nightly flat file of orders instead, which used
      *   to be replayed onto the queue by a script. This batch job
      *   takes that file directly: each order is validated with the
      *   rules ORDENTRY.cob applies in VALIDATE-MESSAGE and
      *   VALIDATE-ONE-LINE-QTY (numeric order ID, 1-50 lines, a body
      *   exactly as long as the line count implies, a numeric
      *   quantity on every line) and inserted with the same
      *   CHECK-ORDER-EXISTS duplicate handling — an order ID already
      *   on ORDERS is an answer (RC-DUP-KEY), not an abend. The file
      *   carries CUSTOMER_ID, ITEM_ID and ORDER_DATE, so those are
      *   inserted with the order instead of waiting on the
      *   ORDENRCH.cob feed (which only ever touches rows still
      *   missing a customer, so it leaves these alone).
      *
      *   The file holds one or more partner batches, each a HDR
      *   record, its ORD records and a TRL record carrying control
      *   totals. The first pass balances every batch against its
      *   trailer before a single row is inserted: a batch that is
      *   out of balance, or has no trailer, was truncated or mangled
      *   on the way in, and every order in it is rejected rather
      *   than half of it loaded. The second pass validates and
      *   inserts each order of every balanced batch, one commit per
      *   order — the order exists completely or not at all, exactly
      *   as from the queue.
      *
      *   Every order not taken goes to ORDIMREJ.DAT with the reason,
      *   and ORDIMPRT.RPT answers each partner with what was
      *   received, accepted and rejected.
      *
      * PARTNER ORDER FILE FORMAT (PARTORD.DAT, zoned/character):
      *   Header record, one per batch:
      *   Positions  1- 3  RECORD-TYPE  PIC X(3)  ("HDR")
      *   Positions  4-11  PARTNER-ID   PIC X(8)
      *   Positions 12-19  FILE-DATE    PIC 9(8)  (YYYYMMDD)
      *   Positions 20-25  BATCH-SEQ    PIC 9(6)
      *   Order record, one per order:
      *   Positions  1- 3  RECORD-TYPE  PIC X(3)  ("ORD")
      *   Positions  4-12  ORDER-ID     PIC 9(9)
      *   Positions 13-21  CUSTOMER-ID  PIC 9(9)
      *   Positions 22-29  ORDER-DATE   PIC 9(8)  (YYYYMMDD)
      *   Positions 30-31  LINE-COUNT   PIC 9(2)  (1-50)
      *   Positions 32-    per line: ITEM-ID PIC 9(9),
      *                              LINE-QTY PIC 9(9)
      *   Then, optionally, straight after the last line:
      *                    REQUESTED-SHIP-DATE PIC 9(8) (YYYYMMDD;
      *                    absent or spaces = ship as soon as
      *                    possible — see CHECK-SHIP-DATE in
      *                    SAFE02-CALLED.cob)
      *   Trailer record, one per batch:
      *   Positions  1- 3  RECORD-TYPE  PIC X(3)  ("TRL")
      *   Positions  4-12  ORDER-COUNT  PIC 9(9)
      *   Positions 13-21  LINE-COUNT   PIC 9(9)  (sum of the ORD
      *                    records' line counts)
      *   Positions 22-36  QTY-TOTAL    PIC 9(15) (sum of every line
      *                    quantity)
      *
      * REJECTS FILE FORMAT (ORDIMREJ.DAT, rewritten each run):
      *   Positions  1- 8  PARTNER-ID   PIC X(8)
      *   Positions  9-14  BATCH-SEQ    PIC X(6)
      *   Positions 15-23  ORDER-ID     PIC X(9)  (as sent)
      *   Positions 24-27  RETURN-CODE  PIC 9(4)  (CPY-RETCODES)
      *   Positions 28-67  REASON       PIC X(40)
      *
      * OUTPUT: ORDIMPRT.RPT — batch balancing, per-partner
      *         acceptance totals and run summary.
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules,
      *          with COMP5=YES for Pro*COBOL precompilation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDIMPRT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTNER-ORDER-FILE ASSIGN TO "PARTORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTNER-STATUS.

           SELECT IMPORT-REJECT-FILE ASSIGN TO "ORDIMREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT IMPORT-REPORT-FILE ASSIGN TO "ORDIMPRT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Three record shapes share the one buffer, told apart by the
      *> record type. Received as raw PIC X first so a malformed
      *> record can be rejected before any numeric MOVE.
       FD  PARTNER-ORDER-FILE.
       01  PARTNER-ORDER-RECORD.
           05  PR-RECORD-TYPE         PIC X(3).
               88  PR-HEADER          VALUE "HDR".
               88  PR-ORDER           VALUE "ORD".
               88  PR-TRAILER         VALUE "TRL".
           05  FILLER                 PIC X(936).
       01  PARTNER-HEADER-RECORD.
           05  FILLER                 PIC X(3).
           05  PH-PARTNER-ID          PIC X(8).
           05  PH-FILE-DATE           PIC X(8).
           05  PH-BATCH-SEQ           PIC X(6).
           05  FILLER                 PIC X(914).
       01  PARTNER-DETAIL-RECORD.
           05  FILLER                 PIC X(3).
           05  PD-ORDER-ID-X          PIC X(9).
           05  PD-ORDER-ID-N          REDEFINES PD-ORDER-ID-X
                                       PIC 9(9).
           05  PD-CUSTOMER-ID-X       PIC X(9).
           05  PD-CUSTOMER-ID-N       REDEFINES PD-CUSTOMER-ID-X
                                       PIC 9(9).
           05  PD-ORDER-DATE-X        PIC X(8).
           05  PD-ORDER-DATE-N        REDEFINES PD-ORDER-DATE-X
                                       PIC 9(8).
           05  PD-LINE-COUNT-X        PIC X(2).
           05  PD-LINE-COUNT-N        REDEFINES PD-LINE-COUNT-X
                                       PIC 9(2).
           05  PD-LINE-AREA.
               10  PD-LINE-ENTRY      OCCURS 50 TIMES.
                   15  PD-ITEM-ID-X   PIC X(9).
                   15  PD-ITEM-ID-N   REDEFINES PD-ITEM-ID-X
                                       PIC 9(9).
                   15  PD-LINE-QTY-X  PIC X(9).
                   15  PD-LINE-QTY-N  REDEFINES PD-LINE-QTY-X
                                       PIC 9(9).
      *> Room for the optional ship date behind a full 50 lines —
      *> on a shorter order it sits inside PD-LINE-AREA and is
      *> picked out by position (see VALIDATE-ORDER-RECORD).
           05  FILLER                 PIC X(8).
       01  PARTNER-TRAILER-RECORD.
           05  FILLER                 PIC X(3).
           05  PT-ORDER-COUNT-X       PIC X(9).
           05  PT-ORDER-COUNT-N       REDEFINES PT-ORDER-COUNT-X
                                       PIC 9(9).
           05  PT-LINE-COUNT-X        PIC X(9).
           05  PT-LINE-COUNT-N        REDEFINES PT-LINE-COUNT-X
                                       PIC 9(9).
           05  PT-QTY-TOTAL-X         PIC X(15).
           05  PT-QTY-TOTAL-N         REDEFINES PT-QTY-TOTAL-X
                                       PIC 9(15).
           05  FILLER                 PIC X(903).

       FD  IMPORT-REJECT-FILE.
       01  IMPORT-REJECT-RECORD.
           05  RJ-PARTNER-ID          PIC X(8).
           05  RJ-BATCH-SEQ           PIC X(6).
           05  RJ-ORDER-ID            PIC X(9).
           05  RJ-RETURN-CODE         PIC 9(4).
           05  RJ-REASON              PIC X(40).

       FD  IMPORT-REPORT-FILE.
       01  IMPORT-REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PARTNER-STATUS          PIC XX.
           88  WS-PARTNER-OK          VALUE "00".
       01  WS-REJECT-STATUS           PIC XX.
       01  WS-REPORT-STATUS           PIC XX.

       01  WS-EOF-FLAG                PIC X VALUE "N".
           88  WS-EOF                 VALUE "Y".

           EXEC SQL INCLUDE SQLCA5 END-EXEC.

      *> Oracle host variables — COMP-5, the suite convention.
           COPY CPY-ORDERS REPLACING ==:PFX:== BY ==WS-ORA==
                                     ==:USAGE:== BY ==COMP-5==.

           COPY CPY-ORDSTAT REPLACING ==:PFX:== BY ==WS-ORA==.

       01  WS-ORA-CUSTOMER-ID         PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-ITEM-ID             PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-ORDER-DATE          PIC X(8).
      *> "00000000" when the order asked for no ship date — NULLIF
      *> makes that a NULL REQUESTED_SHIP_DATE, as in ORDENTRY.cob.
       01  WS-ORA-SHIP-DATE           PIC X(8) VALUE "00000000".
       01  WS-SHIP-DATE-N             REDEFINES WS-ORA-SHIP-DATE
                                       PIC 9(8).
      *> The duplicate check — see CHECK-ORDER-EXISTS.
       01  WS-ORA-ROW-COUNT           PIC S9(9) COMP-5 VALUE 0.

           COPY CPY-RETCODES.

       01  WS-RETURN-CODE             PIC S9(4) COMP VALUE 0.
       01  WS-REJECT-REASON           PIC X(40) VALUE SPACES.

       01  WS-MSG-VALID-SW            PIC X VALUE "Y".
           88  WS-MSG-VALID           VALUE "Y".
       01  WS-INSERT-OK-SW            PIC X VALUE "Y".
           88  WS-INSERT-OK           VALUE "Y".

       01  WS-LINE-IDX                PIC 9(4) COMP VALUE 0.
      *> Where the order record's data must end for its line count —
      *> the flat-file counterpart of ORDENTRY's message length check.
       01  WS-EXPECTED-END            PIC 9(4) COMP VALUE 0.
       01  WS-RECORD-LEN              PIC 9(4) COMP VALUE 939.

      *> Every batch in the file, balanced in the first pass and
      *> looked up by position in the second. 100 batches in one
      *> night's file is far past any partner's volume; orders in
      *> batches beyond the table are rejected for a resubmit.
       01  WS-BATCH-TABLE.
           05  WS-BATCH-COUNT         PIC 9(4) COMP VALUE 0.
           05  WS-BATCH-ENTRY         OCCURS 100 TIMES.
               10  WS-BT-PARTNER-ID   PIC X(8).
               10  WS-BT-BATCH-SEQ    PIC X(6).
               10  WS-BT-PARTNER-IDX  PIC 9(4) COMP.
               10  WS-BT-STATUS       PIC X(1).
                   88  WS-BT-BALANCED VALUE "B".
                   88  WS-BT-OPEN     VALUE "O".
                   88  WS-BT-REJECTED VALUE "U".
               10  WS-BT-REASON       PIC X(30).
               10  WS-BT-ORDERS       PIC 9(9).
               10  WS-BT-LINES        PIC 9(9).
               10  WS-BT-QTY-TOTAL    PIC 9(15).
       01  WS-BATCH-IDX               PIC 9(4) COMP VALUE 0.
       01  WS-HEADERS-SEEN            PIC 9(4) COMP VALUE 0.
       01  WS-BATCH-OVERFLOW          PIC 9(9) VALUE ZERO.

      *> One entry per partner, however many batches it sent — the
      *> acceptance answer is per partner.
       01  WS-PARTNER-TABLE.
           05  WS-PARTNER-COUNT       PIC 9(4) COMP VALUE 0.
           05  WS-PARTNER-ENTRY       OCCURS 100 TIMES.
               10  WS-PT-PARTNER-ID   PIC X(8).
               10  WS-PT-RECEIVED     PIC 9(9).
               10  WS-PT-ACCEPTED     PIC 9(9).
               10  WS-PT-DUPLICATE    PIC 9(9).
               10  WS-PT-REJECTED     PIC 9(9).
               10  WS-PT-LINES        PIC 9(9).
       01  WS-PARTNER-IDX             PIC 9(4) COMP VALUE 0.
       01  WS-PARTNER-MATCH-IDX       PIC 9(4) COMP VALUE 0.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ        PIC 9(9) VALUE ZERO.
           05  WS-ORDERS-READ         PIC 9(9) VALUE ZERO.
           05  WS-ORDERS-ACCEPTED     PIC 9(9) VALUE ZERO.
           05  WS-ORDERS-DUPLICATE    PIC 9(9) VALUE ZERO.
           05  WS-ORDERS-REJECTED     PIC 9(9) VALUE ZERO.
           05  WS-LINES-INSERTED      PIC 9(9) VALUE ZERO.
           05  WS-STRAY-RECORDS       PIC 9(9) VALUE ZERO.

       01  WS-ORACLE-ERROR-SW         PIC X VALUE "N".
           88  WS-ORACLE-ERROR        VALUE "Y".

       01  WS-REPORT-LINE-FIELDS.
           05  WS-RL-COUNT            PIC Z(8)9.
           05  WS-RL-RECEIVED         PIC Z(8)9.
           05  WS-RL-ACCEPTED         PIC Z(8)9.
           05  WS-RL-DUPLICATE        PIC Z(8)9.
           05  WS-RL-REJECTED         PIC Z(8)9.
           05  WS-RL-LINES            PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN OUTPUT IMPORT-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
      *> Rewritten every run, so yesterday's rejects never read as
      *> tonight's answer.
           OPEN OUTPUT IMPORT-REJECT-FILE
           OPEN INPUT PARTNER-ORDER-FILE
      *> No file tonight is a quiet night from the partners, not an
      *> error.
           IF WS-PARTNER-OK
               PERFORM BALANCE-ONE-RECORD UNTIL WS-EOF
               CLOSE PARTNER-ORDER-FILE
               PERFORM CLOSE-OPEN-BATCH
               OPEN INPUT PARTNER-ORDER-FILE
               MOVE "N" TO WS-EOF-FLAG
               MOVE 0 TO WS-HEADERS-SEEN
               MOVE 0 TO WS-BATCH-IDX
               PERFORM IMPORT-ONE-RECORD UNTIL WS-EOF
               CLOSE PARTNER-ORDER-FILE
               PERFORM WRITE-BATCH-LINES
               PERFORM WRITE-PARTNER-LINES
           ELSE
               MOVE "NO PARTNER ORDER FILE TONIGHT"
                   TO IMPORT-REPORT-LINE
               WRITE IMPORT-REPORT-LINE
           END-IF
           CLOSE IMPORT-REJECT-FILE
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE IMPORT-REPORT-FILE

      *> Step outcome for NIGHTRUN.cob and the scheduler.
           EVALUATE TRUE
               WHEN WS-ORACLE-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ORDERS-REJECTED > 0
                   OR WS-ORDERS-DUPLICATE > 0
                   OR WS-STRAY-RECORDS > 0
                   OR WS-BATCH-OVERFLOW > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *> First pass: control totals only — nothing is inserted until
      *> every batch has been balanced against its trailer.
       BALANCE-ONE-RECORD.
           READ PARTNER-ORDER-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   EVALUATE TRUE
                       WHEN PR-HEADER
                           PERFORM CLOSE-OPEN-BATCH
                           PERFORM OPEN-NEW-BATCH
                       WHEN PR-ORDER
                           IF WS-BATCH-IDX > 0
                               PERFORM ADD-ORDER-TO-TOTALS
                           END-IF
                       WHEN PR-TRAILER
                           IF WS-BATCH-IDX > 0
                               PERFORM CHECK-BATCH-TRAILER
                               MOVE 0 TO WS-BATCH-IDX
                           ELSE
                               ADD 1 TO WS-STRAY-RECORDS
                           END-IF
      *> An unknown record inside a batch means the file is not what
      *> the partner meant to send — the whole batch is refused.
                       WHEN OTHER
                           ADD 1 TO WS-STRAY-RECORDS
                           IF WS-BATCH-IDX > 0
                               SET WS-BT-REJECTED (WS-BATCH-IDX)
                                   TO TRUE
                               MOVE "UNKNOWN RECORD TYPE IN BATCH"
                                   TO WS-BT-REASON (WS-BATCH-IDX)
                           END-IF
                   END-EVALUATE
           END-READ.

       OPEN-NEW-BATCH.
           ADD 1 TO WS-HEADERS-SEEN
           IF WS-BATCH-COUNT < 100
               ADD 1 TO WS-BATCH-COUNT
               MOVE WS-BATCH-COUNT TO WS-BATCH-IDX
               MOVE PH-PARTNER-ID TO WS-BT-PARTNER-ID (WS-BATCH-IDX)
               MOVE PH-BATCH-SEQ TO WS-BT-BATCH-SEQ (WS-BATCH-IDX)
               SET WS-BT-OPEN (WS-BATCH-IDX) TO TRUE
               MOVE SPACES TO WS-BT-REASON (WS-BATCH-IDX)
               MOVE 0 TO WS-BT-ORDERS (WS-BATCH-IDX)
               MOVE 0 TO WS-BT-LINES (WS-BATCH-IDX)
               MOVE 0 TO WS-BT-QTY-TOTAL (WS-BATCH-IDX)
               PERFORM FIND-OR-ADD-PARTNER
               MOVE WS-PARTNER-MATCH-IDX
                   TO WS-BT-PARTNER-IDX (WS-BATCH-IDX)
           ELSE
               MOVE 0 TO WS-BATCH-IDX
               ADD 1 TO WS-BATCH-OVERFLOW
           END-IF.

      *> A batch still open when the next header (or end of file)
      *> arrives never had its trailer.
       CLOSE-OPEN-BATCH.
           IF WS-BATCH-IDX > 0
               IF WS-BT-OPEN (WS-BATCH-IDX)
                   SET WS-BT-REJECTED (WS-BATCH-IDX) TO TRUE
                   MOVE "NO TRAILER RECORD"
                       TO WS-BT-REASON (WS-BATCH-IDX)
               END-IF
               MOVE 0 TO WS-BATCH-IDX
           END-IF.

      *> Only well-formed counts and quantities add to the totals —
      *> a malformed order is rejected on its own in the second pass,
      *> and the partner's trailer will not have counted its garbage
      *> the same way, so the batch will show out of balance too.
       ADD-ORDER-TO-TOTALS.
           ADD 1 TO WS-BT-ORDERS (WS-BATCH-IDX)
           IF PD-LINE-COUNT-X IS NUMERIC
                   AND PD-LINE-COUNT-N >= 1
                   AND PD-LINE-COUNT-N <= 50
               ADD PD-LINE-COUNT-N TO WS-BT-LINES (WS-BATCH-IDX)
               PERFORM ADD-ONE-LINE-QTY
                   VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > PD-LINE-COUNT-N
           END-IF.

       ADD-ONE-LINE-QTY.
           IF PD-LINE-QTY-X (WS-LINE-IDX) IS NUMERIC
               ADD PD-LINE-QTY-N (WS-LINE-IDX)
                   TO WS-BT-QTY-TOTAL (WS-BATCH-IDX)
           END-IF.

       CHECK-BATCH-TRAILER.
           IF WS-BT-OPEN (WS-BATCH-IDX)
               EVALUATE TRUE
                   WHEN PT-ORDER-COUNT-X NOT NUMERIC
                   WHEN PT-LINE-COUNT-X NOT NUMERIC
                   WHEN PT-QTY-TOTAL-X NOT NUMERIC
                       SET WS-BT-REJECTED (WS-BATCH-IDX) TO TRUE
                       MOVE "TRAILER NOT NUMERIC"
                           TO WS-BT-REASON (WS-BATCH-IDX)
                   WHEN PT-ORDER-COUNT-N
                           NOT = WS-BT-ORDERS (WS-BATCH-IDX)
                       SET WS-BT-REJECTED (WS-BATCH-IDX) TO TRUE
                       MOVE "ORDER COUNT OUT OF BALANCE"
                           TO WS-BT-REASON (WS-BATCH-IDX)
                   WHEN PT-LINE-COUNT-N
                           NOT = WS-BT-LINES (WS-BATCH-IDX)
                       SET WS-BT-REJECTED (WS-BATCH-IDX) TO TRUE
                       MOVE "LINE COUNT OUT OF BALANCE"
                           TO WS-BT-REASON (WS-BATCH-IDX)
                   WHEN PT-QTY-TOTAL-N
                           NOT = WS-BT-QTY-TOTAL (WS-BATCH-IDX)
                       SET WS-BT-REJECTED (WS-BATCH-IDX) TO TRUE
                       MOVE "QUANTITY TOTAL OUT OF BALANCE"
                           TO WS-BT-REASON (WS-BATCH-IDX)
                   WHEN OTHER
                       SET WS-BT-BALANCED (WS-BATCH-IDX) TO TRUE
               END-EVALUATE
           END-IF.

       FIND-OR-ADD-PARTNER.
           MOVE 0 TO WS-PARTNER-MATCH-IDX
           PERFORM CHECK-ONE-PARTNER
               VARYING WS-PARTNER-IDX FROM 1 BY 1
               UNTIL WS-PARTNER-IDX > WS-PARTNER-COUNT
                  OR WS-PARTNER-MATCH-IDX > 0
      *> The partner table is as large as the batch table, so a new
      *> partner always has room.
           IF WS-PARTNER-MATCH-IDX = 0
               ADD 1 TO WS-PARTNER-COUNT
               MOVE WS-PARTNER-COUNT TO WS-PARTNER-MATCH-IDX
               MOVE PH-PARTNER-ID
                   TO WS-PT-PARTNER-ID (WS-PARTNER-MATCH-IDX)
               MOVE 0 TO WS-PT-RECEIVED (WS-PARTNER-MATCH-IDX)
               MOVE 0 TO WS-PT-ACCEPTED (WS-PARTNER-MATCH-IDX)
               MOVE 0 TO WS-PT-DUPLICATE (WS-PARTNER-MATCH-IDX)
               MOVE 0 TO WS-PT-REJECTED (WS-PARTNER-MATCH-IDX)
               MOVE 0 TO WS-PT-LINES (WS-PARTNER-MATCH-IDX)
           END-IF.

       CHECK-ONE-PARTNER.
           IF WS-PT-PARTNER-ID (WS-PARTNER-IDX) = PH-PARTNER-ID
               MOVE WS-PARTNER-IDX TO WS-PARTNER-MATCH-IDX
           END-IF.

      *> Second pass: the batches are walked in the same order, so
      *> the Nth header is the Nth batch-table entry.
       IMPORT-ONE-RECORD.
           READ PARTNER-ORDER-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PR-HEADER
                           ADD 1 TO WS-HEADERS-SEEN
                           IF WS-HEADERS-SEEN <= WS-BATCH-COUNT
                               MOVE WS-HEADERS-SEEN TO WS-BATCH-IDX
                           ELSE
                               MOVE 0 TO WS-BATCH-IDX
                           END-IF
                       WHEN PR-TRAILER
                           MOVE 0 TO WS-BATCH-IDX
                       WHEN PR-ORDER
                           ADD 1 TO WS-ORDERS-READ
                           PERFORM IMPORT-ONE-ORDER
                   END-EVALUATE
           END-READ.

       IMPORT-ONE-ORDER.
           MOVE RC-SUCCESS TO WS-RETURN-CODE
           IF WS-BATCH-IDX > 0
               MOVE WS-BT-PARTNER-IDX (WS-BATCH-IDX)
                   TO WS-PARTNER-IDX
               ADD 1 TO WS-PT-RECEIVED (WS-PARTNER-IDX)
           END-IF
           EVALUATE TRUE
               WHEN WS-BATCH-IDX = 0
                   MOVE RC-INVALID-INPUT TO WS-RETURN-CODE
                   MOVE "NOT INSIDE A USABLE BATCH"
                       TO WS-REJECT-REASON
               WHEN WS-BT-REJECTED (WS-BATCH-IDX)
                   MOVE RC-INVALID-INPUT TO WS-RETURN-CODE
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "BATCH REFUSED: " DELIMITED BY SIZE
                          WS-BT-REASON (WS-BATCH-IDX)
                                            DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
               WHEN OTHER
                   PERFORM VALIDATE-ORDER-RECORD
                   IF WS-MSG-VALID
                       PERFORM INSERT-ORDER-LINES
                       PERFORM SET-INSERT-REASON
                   END-IF
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-RETURN-CODE = RC-SUCCESS
                   ADD 1 TO WS-ORDERS-ACCEPTED
                   ADD PD-LINE-COUNT-N TO WS-LINES-INSERTED
                   ADD 1 TO WS-PT-ACCEPTED (WS-PARTNER-IDX)
                   ADD PD-LINE-COUNT-N TO WS-PT-LINES (WS-PARTNER-IDX)
               WHEN WS-RETURN-CODE = RC-DUP-KEY
                   ADD 1 TO WS-ORDERS-DUPLICATE
                   ADD 1 TO WS-PT-DUPLICATE (WS-PARTNER-IDX)
                   PERFORM WRITE-REJECT-RECORD
               WHEN OTHER
                   ADD 1 TO WS-ORDERS-REJECTED
                   IF WS-BATCH-IDX > 0
                       ADD 1 TO WS-PT-REJECTED (WS-PARTNER-IDX)
                   END-IF
                   PERFORM WRITE-REJECT-RECORD
           END-EVALUATE.

      *> ORDENTRY.cob's VALIDATE-MESSAGE rules, applied to the flat
      *> record: a numeric order ID, a line count of 1-50, nothing
      *> beyond the lines that count implies but an optional ship
      *> date, and numeric quantities for every line. The file also
      *> carries the enrichment fields, so those must be usable too
      *> — a customer, real dates, and a numeric item on every line.
       VALIDATE-ORDER-RECORD.
           MOVE "Y" TO WS-MSG-VALID-SW
           MOVE "00000000" TO WS-ORA-SHIP-DATE
           MOVE RC-INVALID-INPUT TO WS-RETURN-CODE
           EVALUATE TRUE
               WHEN PD-ORDER-ID-X NOT NUMERIC
                   MOVE "N" TO WS-MSG-VALID-SW
                   MOVE "ORDER ID NOT NUMERIC" TO WS-REJECT-REASON
               WHEN PD-LINE-COUNT-X NOT NUMERIC
               WHEN PD-LINE-COUNT-N < 1 OR PD-LINE-COUNT-N > 50
                   MOVE "N" TO WS-MSG-VALID-SW
                   MOVE "LINE COUNT NOT 1-50" TO WS-REJECT-REASON
               WHEN PD-CUSTOMER-ID-X NOT NUMERIC
                   MOVE "N" TO WS-MSG-VALID-SW
                   MOVE "CUSTOMER ID NOT NUMERIC" TO WS-REJECT-REASON
               WHEN PD-ORDER-DATE-X NOT NUMERIC
                   MOVE "N" TO WS-MSG-VALID-SW
                   MOVE "ORDER DATE INVALID" TO WS-REJECT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD (PD-ORDER-DATE-N)
                       NOT = 0
                   MOVE "N" TO WS-MSG-VALID-SW
                   MOVE "ORDER DATE INVALID" TO WS-REJECT-REASON
               WHEN OTHER
                   COMPUTE WS-EXPECTED-END =
                       31 + (PD-LINE-COUNT-N * 18)
                   END-COMPUTE
                   PERFORM VALIDATE-SHIP-DATE
                   IF WS-MSG-VALID
                           AND WS-EXPECTED-END + 8 < WS-RECORD-LEN
                       IF PARTNER-ORDER-RECORD
                               (WS-EXPECTED-END + 9:) NOT = SPACES
                           MOVE "N" TO WS-MSG-VALID-SW
                           MOVE "RECORD LONGER THAN ITS LINE COUNT"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
                   IF WS-MSG-VALID
                       PERFORM VALIDATE-ONE-LINE
                           VARYING WS-LINE-IDX FROM 1 BY 1
                           UNTIL WS-LINE-IDX > PD-LINE-COUNT-N
                              OR NOT WS-MSG-VALID
                   END-IF
           END-EVALUATE
           IF WS-MSG-VALID
               MOVE RC-SUCCESS TO WS-RETURN-CODE
           END-IF.

      *> The 8 bytes behind the last line: spaces for "no date",
      *> otherwise a real YYYYMMDD.
       VALIDATE-SHIP-DATE.
           IF PARTNER-ORDER-RECORD (WS-EXPECTED-END + 1:8)
                   NOT = SPACES
               MOVE PARTNER-ORDER-RECORD (WS-EXPECTED-END + 1:8)
                 TO WS-ORA-SHIP-DATE
               IF WS-ORA-SHIP-DATE NOT NUMERIC
                   MOVE "N" TO WS-MSG-VALID-SW
                   MOVE "SHIP DATE INVALID" TO WS-REJECT-REASON
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD (WS-SHIP-DATE-N)
                           NOT = 0
                       MOVE "N" TO WS-MSG-VALID-SW
                       MOVE "SHIP DATE INVALID" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       VALIDATE-ONE-LINE.
           EVALUATE TRUE
               WHEN PD-ITEM-ID-X (WS-LINE-IDX) NOT NUMERIC
                   MOVE "N" TO WS-MSG-VALID-SW
                   MOVE "ITEM ID NOT NUMERIC" TO WS-REJECT-REASON
               WHEN PD-LINE-QTY-X (WS-LINE-IDX) NOT NUMERIC
                   MOVE "N" TO WS-MSG-VALID-SW
                   MOVE RC-INVALID-QUANTITY TO WS-RETURN-CODE
                   MOVE "LINE QUANTITY NOT NUMERIC"
                       TO WS-REJECT-REASON
           END-EVALUATE.

      *> One INSERT per line item, all under one commit scope: the
      *> order exists completely or not at all — the same unit of
      *> work ORDENTRY.cob's INSERT-ORDER-LINES uses, with the
      *> enrichment columns supplied from the file.
       INSERT-ORDER-LINES.
           MOVE RC-SUCCESS TO WS-RETURN-CODE
           MOVE "Y" TO WS-INSERT-OK-SW
           MOVE PD-ORDER-ID-N TO WS-ORA-ORDER-ID
           MOVE PD-CUSTOMER-ID-N TO WS-ORA-CUSTOMER-ID
           MOVE PD-ORDER-DATE-X TO WS-ORA-ORDER-DATE
           SET WS-ORA-STATUS-NEW TO TRUE
           PERFORM CHECK-ORDER-EXISTS
           IF WS-INSERT-OK
               PERFORM INSERT-ONE-LINE
                   VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > PD-LINE-COUNT-N
                      OR NOT WS-INSERT-OK
               IF WS-INSERT-OK
                   EXEC SQL
                       COMMIT
                   END-EXEC
               ELSE
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
               END-IF
           END-IF.

      *> Same explicit duplicate check as ORDENTRY.cob — ORDERS
      *> carries one row per line item, so no unique constraint can
      *> catch a re-sent order ID. This also stops the same order
      *> appearing twice in one file: the first commits before the
      *> second is checked.
       CHECK-ORDER-EXISTS.
           MOVE 0 TO WS-ORA-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ORA-ROW-COUNT
                 FROM ORDERS
                WHERE ORDER_ID = :WS-ORA-ORDER-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE "N" TO WS-INSERT-OK-SW
                   PERFORM TRANSLATE-SQLCODE
               WHEN WS-ORA-ROW-COUNT > 0
                   MOVE "N" TO WS-INSERT-OK-SW
                   MOVE RC-DUP-KEY TO WS-RETURN-CODE
           END-EVALUATE.

       INSERT-ONE-LINE.
           MOVE PD-LINE-QTY-N (WS-LINE-IDX) TO WS-ORA-QUANTITY
           MOVE PD-ITEM-ID-N (WS-LINE-IDX) TO WS-ORA-ITEM-ID
           EXEC SQL
               INSERT INTO ORDERS
                   (ORDER_ID, QUANTITY, ORDER_STATUS, CUSTOMER_ID,
                    ITEM_ID, ORDER_DATE, REQUESTED_SHIP_DATE)
               VALUES
                   (:WS-ORA-ORDER-ID, :WS-ORA-QUANTITY,
                    :WS-ORA-ORDER-STATUS, :WS-ORA-CUSTOMER-ID,
                    :WS-ORA-ITEM-ID,
                    TO_DATE(:WS-ORA-ORDER-DATE, 'YYYYMMDD'),
                    TO_DATE(NULLIF(:WS-ORA-SHIP-DATE, '00000000'),
                            'YYYYMMDD'))
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "N" TO WS-INSERT-OK-SW
               PERFORM TRANSLATE-SQLCODE
           END-IF.

      *> Same SQLCODE-to-business-code translation the CALLED
      *> modules apply.
       TRANSLATE-SQLCODE.
           EVALUATE SQLCODE
               WHEN ORA-SQLCODE-NOT-FOUND
                   MOVE RC-NOT-FOUND TO WS-RETURN-CODE
               WHEN ORA-SQLCODE-DUP-KEY
                   MOVE RC-DUP-KEY TO WS-RETURN-CODE
               WHEN ORA-SQLCODE-RESOURCE-BUSY
               WHEN ORA-SQLCODE-LOCK-TIMEOUT
                   MOVE RC-RESOURCE-BUSY TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE RC-UNKNOWN-ORACLE-ERROR TO WS-RETURN-CODE
           END-EVALUATE.

      *> The queue would redeliver an order that hit a transient
      *> Oracle failure; a file cannot, so the partner is told to
      *> resend it and the step ends in error for operations.
       SET-INSERT-REASON.
           EVALUATE WS-RETURN-CODE
               WHEN RC-SUCCESS
                   CONTINUE
               WHEN RC-DUP-KEY
                   MOVE "ORDER ID ALREADY EXISTS" TO WS-REJECT-REASON
               WHEN RC-RESOURCE-BUSY
               WHEN RC-UNKNOWN-ORACLE-ERROR
                   SET WS-ORACLE-ERROR TO TRUE
                   MOVE "DATABASE ERROR - RESEND ORDER"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE "ORDER NOT INSERTED" TO WS-REJECT-REASON
           END-EVALUATE.

       WRITE-REJECT-RECORD.
           IF WS-BATCH-IDX > 0
               MOVE WS-BT-PARTNER-ID (WS-BATCH-IDX) TO RJ-PARTNER-ID
               MOVE WS-BT-BATCH-SEQ (WS-BATCH-IDX) TO RJ-BATCH-SEQ
           ELSE
               MOVE SPACES TO RJ-PARTNER-ID
               MOVE SPACES TO RJ-BATCH-SEQ
           END-IF
           MOVE PD-ORDER-ID-X TO RJ-ORDER-ID
           MOVE WS-RETURN-CODE TO RJ-RETURN-CODE
           MOVE WS-REJECT-REASON TO RJ-REASON
           WRITE IMPORT-REJECT-RECORD.

       WRITE-REPORT-HEADER.
           MOVE "PARTNER ORDER FILE IMPORT" TO IMPORT-REPORT-LINE
           WRITE IMPORT-REPORT-LINE
           MOVE ALL "-" TO IMPORT-REPORT-LINE
           WRITE IMPORT-REPORT-LINE.

       WRITE-BATCH-LINES.
           MOVE "BATCHES:" TO IMPORT-REPORT-LINE
           WRITE IMPORT-REPORT-LINE
           PERFORM WRITE-ONE-BATCH-LINE
               VARYING WS-BATCH-IDX FROM 1 BY 1
               UNTIL WS-BATCH-IDX > WS-BATCH-COUNT.

       WRITE-ONE-BATCH-LINE.
           MOVE WS-BT-ORDERS (WS-BATCH-IDX) TO WS-RL-COUNT
           MOVE SPACES TO IMPORT-REPORT-LINE
           IF WS-BT-BALANCED (WS-BATCH-IDX)
               STRING "  PARTNER "  DELIMITED BY SIZE
                      WS-BT-PARTNER-ID (WS-BATCH-IDX)
                                    DELIMITED BY SIZE
                      "  BATCH "    DELIMITED BY SIZE
                      WS-BT-BATCH-SEQ (WS-BATCH-IDX)
                                    DELIMITED BY SIZE
                      "  ORDERS "   DELIMITED BY SIZE
                      WS-RL-COUNT   DELIMITED BY SIZE
                      "  BALANCED"  DELIMITED BY SIZE
                   INTO IMPORT-REPORT-LINE
               END-STRING
           ELSE
               STRING "  PARTNER "  DELIMITED BY SIZE
                      WS-BT-PARTNER-ID (WS-BATCH-IDX)
                                    DELIMITED BY SIZE
                      "  BATCH "    DELIMITED BY SIZE
                      WS-BT-BATCH-SEQ (WS-BATCH-IDX)
                                    DELIMITED BY SIZE
                      "  ORDERS "   DELIMITED BY SIZE
                      WS-RL-COUNT   DELIMITED BY SIZE
                      "  REFUSED: " DELIMITED BY SIZE
                      WS-BT-REASON (WS-BATCH-IDX)
                                    DELIMITED BY SIZE
                   INTO IMPORT-REPORT-LINE
               END-STRING
           END-IF
           WRITE IMPORT-REPORT-LINE.

      *> The answer each partner gets: what we received from them,
      *> what we took, and how many came back (details per order in
      *> ORDIMREJ.DAT).
       WRITE-PARTNER-LINES.
           MOVE SPACES TO IMPORT-REPORT-LINE
           WRITE IMPORT-REPORT-LINE
           MOVE "ACCEPTANCE BY PARTNER:" TO IMPORT-REPORT-LINE
           WRITE IMPORT-REPORT-LINE
           PERFORM WRITE-ONE-PARTNER-LINE
               VARYING WS-PARTNER-IDX FROM 1 BY 1
               UNTIL WS-PARTNER-IDX > WS-PARTNER-COUNT.

       WRITE-ONE-PARTNER-LINE.
           MOVE WS-PT-RECEIVED (WS-PARTNER-IDX) TO WS-RL-RECEIVED
           MOVE WS-PT-ACCEPTED (WS-PARTNER-IDX) TO WS-RL-ACCEPTED
           MOVE WS-PT-DUPLICATE (WS-PARTNER-IDX) TO WS-RL-DUPLICATE
           MOVE WS-PT-REJECTED (WS-PARTNER-IDX) TO WS-RL-REJECTED
           MOVE WS-PT-LINES (WS-PARTNER-IDX) TO WS-RL-LINES
           MOVE SPACES TO IMPORT-REPORT-LINE
           STRING "  "            DELIMITED BY SIZE
                  WS-PT-PARTNER-ID (WS-PARTNER-IDX)
                                  DELIMITED BY SIZE
                  " RECEIVED"     DELIMITED BY SIZE
                  WS-RL-RECEIVED  DELIMITED BY SIZE
                  " ACCEPTED"     DELIMITED BY SIZE
                  WS-RL-ACCEPTED  DELIMITED BY SIZE
                  " LINES"        DELIMITED BY SIZE
                  WS-RL-LINES     DELIMITED BY SIZE
                  " DUPLICATE"    DELIMITED BY SIZE
                  WS-RL-DUPLICATE DELIMITED BY SIZE
                  " REJECTED"     DELIMITED BY SIZE
                  WS-RL-REJECTED  DELIMITED BY SIZE
               INTO IMPORT-REPORT-LINE
           END-STRING
           WRITE IMPORT-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO IMPORT-REPORT-LINE
           WRITE IMPORT-REPORT-LINE

           MOVE WS-RECORDS-READ TO WS-RL-COUNT
           MOVE SPACES TO IMPORT-REPORT-LINE
           STRING "RECORDS READ:          " DELIMITED BY SIZE
                  WS-RL-COUNT               DELIMITED BY SIZE
               INTO IMPORT-REPORT-LINE
           END-STRING
           WRITE IMPORT-REPORT-LINE

           MOVE WS-ORDERS-READ TO WS-RL-COUNT
           MOVE SPACES TO IMPORT-REPORT-LINE
           STRING "ORDERS READ:           " DELIMITED BY SIZE
                  WS-RL-COUNT               DELIMITED BY SIZE
               INTO IMPORT-REPORT-LINE
           END-STRING
           WRITE IMPORT-REPORT-LINE

           MOVE WS-ORDERS-ACCEPTED TO WS-RL-COUNT
           MOVE SPACES TO IMPORT-REPORT-LINE
           STRING "ORDERS ACCEPTED:       " DELIMITED BY SIZE
                  WS-RL-COUNT               DELIMITED BY SIZE
               INTO IMPORT-REPORT-LINE
           END-STRING
           WRITE IMPORT-REPORT-LINE

           MOVE WS-LINES-INSERTED TO WS-RL-COUNT
           MOVE SPACES TO IMPORT-REPORT-LINE
           STRING "LINES INSERTED:        " DELIMITED BY SIZE
                  WS-RL-COUNT               DELIMITED BY SIZE
               INTO IMPORT-REPORT-LINE
           END-STRING
           WRITE IMPORT-REPORT-LINE

           MOVE WS-ORDERS-DUPLICATE TO WS-RL-COUNT
           MOVE SPACES TO IMPORT-REPORT-LINE
           STRING "DUPLICATE ORDER IDS:   " DELIMITED BY SIZE
                  WS-RL-COUNT               DELIMITED BY SIZE
               INTO IMPORT-REPORT-LINE
           END-STRING
           WRITE IMPORT-REPORT-LINE

           MOVE WS-ORDERS-REJECTED TO WS-RL-COUNT
           MOVE SPACES TO IMPORT-REPORT-LINE
           STRING "ORDERS REJECTED:       " DELIMITED BY SIZE
                  WS-RL-COUNT               DELIMITED BY SIZE
               INTO IMPORT-REPORT-LINE
           END-STRING
           WRITE IMPORT-REPORT-LINE

           IF WS-STRAY-RECORDS > 0
               MOVE WS-STRAY-RECORDS TO WS-RL-COUNT
               MOVE SPACES TO IMPORT-REPORT-LINE
               STRING "STRAY/UNKNOWN RECORDS: " DELIMITED BY SIZE
                      WS-RL-COUNT               DELIMITED BY SIZE
                   INTO IMPORT-REPORT-LINE
               END-STRING
               WRITE IMPORT-REPORT-LINE
           END-IF

           IF WS-BATCH-OVERFLOW > 0
               MOVE WS-BATCH-OVERFLOW TO WS-RL-COUNT
               MOVE SPACES TO IMPORT-REPORT-LINE
               STRING "BATCHES BEYOND TABLE (RESUBMIT): "
                          DELIMITED BY SIZE
                      WS-RL-COUNT DELIMITED BY SIZE
                   INTO IMPORT-REPORT-LINE
               END-STRING
               WRITE IMPORT-REPORT-LINE
           END-IF

           IF WS-ORACLE-ERROR
               MOVE "ERROR: ORACLE FAILURES DURING RUN — FAILED"
                   TO IMPORT-REPORT-LINE
               WRITE IMPORT-REPORT-LINE
               MOVE "ORDERS ARE IN ORDIMREJ.DAT FOR RESEND."
                   TO IMPORT-REPORT-LINE
               WRITE IMPORT-REPORT-LINE
           END-IF.
