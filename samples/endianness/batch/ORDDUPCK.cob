      ******************************************************************
      * ORDDUPCK.cob — Duplicate-Order Detection and Review Hold
      *
      * PURPOSE:
      *   ORDENTRY.cob's CHECK-ORDER-EXISTS stops a reused ORDER_ID,
      *   but not the costlier case: the upstream system resends the
      *   same customer order under a NEW ID, and we reserve, ship
      *   and bill it twice. This nightly job runs after ORDENRCH.cob
      *   has filled CUSTOMER_ID and ITEM_ID, and compares every order
      *   that has not yet moved stock against the same customer's
      *   other orders inside a configurable window. An order whose
      *   item set and line quantities match an EARLIER order line
      *   for line is parked in "D" (DUPLICATE-HELD, CPY-ORDSTAT.cpy)
      *   — SAFE02-CALLED refuses it with RC-DUPLICATE-SUSPECT while
      *   it sits there, so the resend is stopped before stock moves,
      *   not found afterwards when the customer sends it back
      *   through ORDRETRN.cob.
      *
      *   Each run has three steps:
      *   1. Apply customer service's review decisions (DUPREVW.DAT).
      *      A release puts the order back in "N" and re-drives the
      *      lookup by CALLing SAFE02-CALLED, the same way CRHOLD.cob
      *      re-drives a released credit hold; a cancel sets "C" (no
      *      stock was ever reserved, so there is nothing for
      *      ORDCANCL.cob to give back). Only orders still in "D" are
      *      touched. The reviewing operator comes from the
      *      ORDDUPCK_OPERATOR environment variable and goes into the
      *      status journal's correlation ID — no anonymous releases.
      *      The operator must also hold the ORDHOLD function in
      *      OPERAUTH.DAT (see OPAUTH.cob); checked once per run,
      *      every decision is rejected "NOT AUTHORIZED" otherwise.
      *   2. Scan for new suspects. Candidates are orders in "N",
      *      "L", "H", "B" or "T" (nothing reserved yet) with a
      *      customer assigned, that have never left "D" before — a
      *      released order is customer service's decision and is
      *      never flagged again. The earlier order of a matching
      *      pair is the original and keeps moving; only the later
      *      one (later date, or the higher ORDER_ID on the same
      *      date) is held.
      *      Cancelled and failed orders are not originals — a
      *      genuine re-send of those is the customer's retry.
      *   3. List every order currently held in "D" for review, with
      *      the order it duplicates (from the DUPSUSP.DAT hold log).
      *
      *   Order IDs are gathered into tables BEFORE any status change
      *   or CALL: both commit, and a commit closes this program's
      *   open cursors.
      *
      * CONTROL FILE FORMAT (DUPCKCFG.DAT, sequential, one record):
      *   Positions  1- 3  WINDOW-DAYS  PIC 9(3)  (how far back an
      *                    earlier order counts as the original)
      *   Missing file means the hardcoded default below applies.
      *
      * REVIEW FILE FORMAT (DUPREVW.DAT, one record per decision):
      *   Positions  1- 9  ORDER-ID  PIC 9(9)
      *   Position  10     ACTION    PIC X(1)  ("R" = release,
      *                                         "C" = cancel)
      *
      * HOLD LOG FORMAT (DUPSUSP.DAT, appended, one line per hold):
      *   Positions  1- 9  ORDER-ID     PIC 9(9)  (the held order)
      *   Positions 10-18  PARTNER-ID   PIC 9(9)  (the original)
      *   Positions 19-27  CUSTOMER-ID  PIC 9(9)
      *   Positions 28-35  HELD-DATE    PIC 9(8)  (YYYYMMDD)
      *
      * OUTPUT: ORDDUPCK.RPT — review decisions applied/rejected,
      *         new holds, and the pending-review list.
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules,
      *          with COMP5=YES for Pro*COBOL precompilation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDDUPCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUP-CONFIG-FILE ASSIGN TO "DUPCKCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT DUP-REVIEW-FILE ASSIGN TO "DUPREVW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

      *> Every hold appends one line here — which order, which
      *> original it matched, when. Same EXTEND-with-create
      *> discipline as CRHAUDIT.DAT.
           SELECT DUP-HOLD-LOG-FILE ASSIGN TO "DUPSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDLOG-STATUS.

           SELECT DUP-REPORT-FILE ASSIGN TO "ORDDUPCK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUP-CONFIG-FILE.
       01  DUP-CONFIG-RECORD.
           05  DCF-WINDOW-DAYS        PIC 9(3).

       FD  DUP-REVIEW-FILE.
       01  DUP-REVIEW-RECORD.
           05  DR-ORDER-ID-X          PIC X(9).
           05  DR-ORDER-ID-N          REDEFINES DR-ORDER-ID-X
                                       PIC 9(9).
           05  DR-ACTION              PIC X(1).

       FD  DUP-HOLD-LOG-FILE.
       01  DUP-HOLD-LOG-RECORD.
           05  DH-ORDER-ID-X          PIC X(9).
           05  DH-ORDER-ID-N          REDEFINES DH-ORDER-ID-X
                                       PIC 9(9).
           05  DH-PARTNER-ID          PIC 9(9).
           05  DH-CUSTOMER-ID         PIC 9(9).
           05  DH-HELD-DATE           PIC 9(8).

       FD  DUP-REPORT-FILE.
       01  DUP-REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-REVIEW-STATUS           PIC XX.
           88  WS-REVIEW-OK           VALUE "00".
       01  WS-HOLDLOG-STATUS          PIC XX.
           88  WS-HOLDLOG-OK          VALUE "00".
       01  WS-REPORT-STATUS           PIC XX.

       01  WS-EOF-FLAG                PIC X VALUE "N".
           88  WS-EOF                 VALUE "Y".

      *> A week covers an upstream resend after a weekend outage; a
      *> genuine repeat order from the same customer is rarely that
      *> close and identical to the unit.
       01  WS-WINDOW-DAYS             PIC 9(3) VALUE 7.

       01  WS-OPERATOR-ID             PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE                PIC 9(8) VALUE ZERO.

           COPY CPY-OPAUTH.

           EXEC SQL INCLUDE SQLCA5 END-EXEC.

      *> Oracle host variables — COMP-5, the suite convention.
       01  WS-ORA-ORDER-ID            PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-PARTNER-ID          PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-CUSTOMER-ID         PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-ITEM-ID             PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-QUANTITY            PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-LINE-COUNT          PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-TOTAL-QTY           PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-WINDOW-DAYS         PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-ORDER-DATE          PIC X(8).
           COPY CPY-ORDSTAT REPLACING ==:PFX:== BY ==WS-ORA==.

      *> Status-transition event, journaled with every status change
      *> this program makes (see CPY-STATEVT.cpy).
           COPY CPY-STATEVT.

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
       01  WS-REVIEW-CORR-ID          PIC X(20) VALUE SPACES.

      *> Orders eligible to be held, fetched in full before the first
      *> hold commits. 2000 unreserved, customer-assigned orders in
      *> one night is well beyond normal volume; any beyond that are
      *> counted and picked up by the next run.
       01  WS-CAND-TABLE.
           05  WS-CAND-COUNT          PIC 9(4) COMP VALUE 0.
           05  WS-CAND-ENTRY          OCCURS 2000 TIMES.
               10  WS-CAND-ORDER-ID   PIC S9(9) COMP-5.
               10  WS-CAND-CUSTOMER-ID
                                       PIC S9(9) COMP-5.
               10  WS-CAND-ORDER-DATE PIC X(8).
       01  WS-CAND-IDX                PIC 9(4) COMP VALUE 0.
       01  WS-CAND-OVERFLOW           PIC 9(9) VALUE ZERO.

      *> The same customer's earlier orders inside the window — the
      *> possible originals for the candidate being checked.
       01  WS-PARTNER-TABLE.
           05  WS-PARTNER-COUNT       PIC 9(4) COMP VALUE 0.
           05  WS-PARTNER-ORDER-ID    PIC S9(9) COMP-5
                                       OCCURS 200 TIMES.
       01  WS-PARTNER-IDX             PIC 9(4) COMP VALUE 0.
       01  WS-MATCH-PARTNER-ID        PIC S9(9) COMP-5 VALUE 0.

      *> Line sets in (ITEM_ID, QUANTITY) order, so two orders match
      *> exactly when the two lists are equal entry for entry —
      *> however the lines were numbered on the way in. 50 lines is
      *> the order-lookup interface's own limit.
       01  WS-CAND-LINES.
           05  WS-CL-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-CL-ENTRY            OCCURS 50 TIMES.
               10  WS-CL-ITEM-ID      PIC S9(9) COMP-5.
               10  WS-CL-QUANTITY     PIC S9(9) COMP-5.
       01  WS-PART-LINES.
           05  WS-PL-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-PL-ENTRY            OCCURS 50 TIMES.
               10  WS-PL-ITEM-ID      PIC S9(9) COMP-5.
               10  WS-PL-QUANTITY     PIC S9(9) COMP-5.
       01  WS-LINE-IDX                PIC 9(4) COMP VALUE 0.
       01  WS-LINES-OVERFLOW-SW       PIC X VALUE "N".
           88  WS-LINES-OVERFLOW      VALUE "Y".
       01  WS-LINES-EQUAL-SW          PIC X VALUE "Y".
           88  WS-LINES-EQUAL         VALUE "Y".

      *> The hold log, loaded for the pending-review list so each
      *> held order shows which original it matched. The latest hold
      *> for an order wins.
       01  WS-HOLD-LOG-TABLE.
           05  WS-HL-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-HL-ENTRY            OCCURS 2000 TIMES.
               10  WS-HL-ORDER-ID     PIC 9(9).
               10  WS-HL-PARTNER-ID   PIC 9(9).
               10  WS-HL-HELD-DATE    PIC 9(8).
       01  WS-HL-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-HL-MATCH-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-FIND-ORDER-ID           PIC 9(9) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-REVIEWS-READ        PIC 9(9) VALUE ZERO.
           05  WS-RELEASES-APPLIED    PIC 9(9) VALUE ZERO.
           05  WS-CANCELS-APPLIED     PIC 9(9) VALUE ZERO.
           05  WS-REVIEWS-REJECTED    PIC 9(9) VALUE ZERO.
           05  WS-REDRIVES-MOVED      PIC 9(9) VALUE ZERO.
           05  WS-ORDERS-CHECKED      PIC 9(9) VALUE ZERO.
           05  WS-ORDERS-HELD         PIC 9(9) VALUE ZERO.
           05  WS-ORDERS-TOO-LONG     PIC 9(9) VALUE ZERO.
           05  WS-PENDING-REVIEW      PIC 9(9) VALUE ZERO.

       01  WS-ORACLE-ERROR-SW         PIC X VALUE "N".
           88  WS-ORACLE-ERROR        VALUE "Y".
       01  WS-SCAN-DONE-SW            PIC X VALUE "N".
           88  WS-SCAN-DONE           VALUE "Y".
       01  WS-CHANGE-OK-SW            PIC X VALUE "Y".
           88  WS-CHANGE-OK           VALUE "Y".

       01  WS-REPORT-LINE-FIELDS.
           05  WS-RL-ORDER-ID         PIC -(8)9.
           05  WS-RL-PARTNER-ID       PIC -(8)9.
           05  WS-RL-CUSTOMER-ID      PIC -(8)9.
           05  WS-RL-RC               PIC -(4)9.
           05  WS-RL-LINES            PIC ZZZ9.
           05  WS-RL-QTY              PIC Z(8)9.
           05  WS-RL-COUNT            PIC Z(8)9.
           05  WS-RL-REASON           PIC X(30).

      *> Orders that have not moved stock yet, have a customer to
      *> compare on, and have never been released out of "D" before
      *> (the status journal is the record of that decision).
      *> GROUP BY because ORDERS carries one row per line item under
      *> the same ORDER_ID.
           EXEC SQL
               DECLARE DUP-CANDIDATE-CURSOR CURSOR FOR
                   SELECT O.ORDER_ID, MIN(O.CUSTOMER_ID),
                          TO_CHAR(MIN(TRUNC(O.ORDER_DATE)),
                                  'YYYYMMDD')
                   FROM ORDERS O
                   WHERE O.ORDER_STATUS IN ('N', 'L', 'H', 'B', 'T')
                     AND O.CUSTOMER_ID IS NOT NULL
                     AND NOT EXISTS
                         (SELECT 1
                            FROM ORDER_STATUS_EVENTS E
                           WHERE E.ORDER_ID = O.ORDER_ID
                             AND E.FROM_STATUS = 'D')
                   GROUP BY O.ORDER_ID
                   ORDER BY O.ORDER_ID
           END-EXEC.

      *> The same customer's orders that count as the original: not
      *> cancelled, failed or themselves held, dated inside the window
      *> before the candidate, and earlier than it — an earlier day,
      *> or a lower ORDER_ID on the same day.
           EXEC SQL
               DECLARE DUP-PARTNER-CURSOR CURSOR FOR
                   SELECT ORDER_ID
                   FROM ORDERS
                   WHERE CUSTOMER_ID = :WS-ORA-CUSTOMER-ID
                     AND ORDER_ID <> :WS-ORA-ORDER-ID
                     AND ORDER_STATUS NOT IN ('C', 'F', 'D')
                   GROUP BY ORDER_ID
                   HAVING MIN(TRUNC(ORDER_DATE))
                          BETWEEN TO_DATE(:WS-ORA-ORDER-DATE,
                                          'YYYYMMDD')
                                  - :WS-ORA-WINDOW-DAYS
                              AND TO_DATE(:WS-ORA-ORDER-DATE,
                                          'YYYYMMDD')
                      AND (MIN(TRUNC(ORDER_DATE))
                              < TO_DATE(:WS-ORA-ORDER-DATE,
                                        'YYYYMMDD')
                           OR ORDER_ID < :WS-ORA-ORDER-ID)
                   ORDER BY ORDER_ID
           END-EXEC.

      *> One order's lines in comparison order. An unassigned item
      *> compares as zero on both sides.
           EXEC SQL
               DECLARE DUP-LINES-CURSOR CURSOR FOR
                   SELECT NVL(ITEM_ID, 0), QUANTITY
                   FROM ORDERS
                   WHERE ORDER_ID = :WS-ORA-PARTNER-ID
                   ORDER BY NVL(ITEM_ID, 0), QUANTITY
           END-EXEC.

      *> Everything awaiting customer service, oldest order first.
           EXEC SQL
               DECLARE DUP-HELD-CURSOR CURSOR FOR
                   SELECT ORDER_ID, MIN(CUSTOMER_ID), COUNT(*),
                          SUM(QUANTITY)
                   FROM ORDERS
                   WHERE ORDER_STATUS = 'D'
                   GROUP BY ORDER_ID
                   ORDER BY ORDER_ID
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-DUP-CONFIG
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           ACCEPT WS-OPERATOR-ID
               FROM ENVIRONMENT "ORDDUPCK_OPERATOR"
           OPEN OUTPUT DUP-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM PROCESS-REVIEW-DECISIONS
           PERFORM SCAN-FOR-DUPLICATES
           PERFORM REPORT-PENDING-REVIEW
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE DUP-REPORT-FILE

      *> Step outcome for NIGHTRUN.cob and the scheduler. Orders
      *> waiting on customer service are a warning every night until
      *> someone decides them.
           EVALUATE TRUE
               WHEN WS-ORACLE-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REVIEWS-REJECTED > 0
                   OR WS-PENDING-REVIEW > 0
                   OR WS-CAND-OVERFLOW > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       READ-DUP-CONFIG.
           OPEN INPUT DUP-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ DUP-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DCF-WINDOW-DAYS IS NUMERIC
                           MOVE DCF-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE DUP-CONFIG-FILE
           END-IF.

      *> A missing review file is a quiet day for customer service,
      *> not an error.
       PROCESS-REVIEW-DECISIONS.
           OPEN INPUT DUP-REVIEW-FILE
           IF WS-REVIEW-OK
               MOVE SPACES TO WS-REVIEW-CORR-ID
               STRING "DUPREVW-"     DELIMITED BY SIZE
                      WS-OPERATOR-ID DELIMITED BY SPACE
                   INTO WS-REVIEW-CORR-ID
               END-STRING
               MOVE "N" TO AUTH-RESULT
               IF WS-OPERATOR-ID NOT = SPACES
                   MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID
                   MOVE "ORDHOLD" TO AUTH-FUNCTION
                   MOVE "ORDDUPCK" TO AUTH-PROGRAM-ID
                   CALL "OPAUTH" USING AUTH-OPERATOR-ID AUTH-FUNCTION
                                       AUTH-PROGRAM-ID AUTH-RESULT
                                       AUTH-REASON
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM APPLY-ONE-REVIEW-RECORD UNTIL WS-EOF
               CLOSE DUP-REVIEW-FILE
           END-IF.

       APPLY-ONE-REVIEW-RECORD.
           READ DUP-REVIEW-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REVIEWS-READ
                   EVALUATE TRUE
                       WHEN DR-ORDER-ID-X NOT NUMERIC
                           MOVE "MALFORMED" TO WS-RL-REASON
                           PERFORM REJECT-REVIEW-RECORD
                       WHEN DR-ACTION NOT = "R"
                               AND DR-ACTION NOT = "C"
                           MOVE "MALFORMED" TO WS-RL-REASON
                           PERFORM REJECT-REVIEW-RECORD
      *> Every release or cancel must say who decided it.
                       WHEN WS-OPERATOR-ID = SPACES
                           MOVE "NO OPERATOR ID" TO WS-RL-REASON
                           PERFORM REJECT-REVIEW-RECORD
      *> ...and the one who decided it must be allowed to.
                       WHEN NOT AUTH-GRANTED
                           MOVE "NOT AUTHORIZED" TO WS-RL-REASON
                           PERFORM REJECT-REVIEW-RECORD
                       WHEN OTHER
                           MOVE DR-ORDER-ID-N TO WS-ORA-ORDER-ID
                           PERFORM APPLY-ONE-DECISION
                   END-EVALUATE
           END-READ.

      *> Only an order still in "D" is decided here — one already
      *> released, cancelled or never held is reported, not touched.
      *> The status change commits on its own before any re-drive, so
      *> a failed lookup later cannot undo customer service's
      *> decision.
       APPLY-ONE-DECISION.
           MOVE "Y" TO WS-CHANGE-OK-SW
           MOVE SPACE TO WS-ORA-ORDER-STATUS
           EXEC SQL
               SELECT ORDER_STATUS
                 INTO :WS-ORA-ORDER-STATUS
                 FROM ORDERS
                WHERE ORDER_ID = :WS-ORA-ORDER-ID
                  AND ROWNUM = 1
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = ORA-SQLCODE-NOT-FOUND
                   MOVE "N" TO WS-CHANGE-OK-SW
                   MOVE "NO SUCH ORDER" TO WS-RL-REASON
                   PERFORM REJECT-REVIEW-RECORD
               WHEN SQLCODE NOT = 0
                   MOVE "N" TO WS-CHANGE-OK-SW
                   SET WS-ORACLE-ERROR TO TRUE
                   ADD 1 TO WS-REVIEWS-REJECTED
               WHEN NOT WS-ORA-STATUS-DUPLICATE-HELD
                   MOVE "N" TO WS-CHANGE-OK-SW
                   MOVE "NOT HELD AS DUPLICATE" TO WS-RL-REASON
                   PERFORM REJECT-REVIEW-RECORD
           END-EVALUATE
           IF WS-CHANGE-OK
               IF DR-ACTION = "R"
                   SET WS-ORA-STATUS-NEW TO TRUE
               ELSE
                   SET WS-ORA-STATUS-CANCELLED TO TRUE
               END-IF
               MOVE WS-ORA-ORDER-ID TO EVT-ORDER-ID
               MOVE WS-ORA-ORDER-STATUS TO EVT-TO-STATUS
               MOVE "ORDDUPCK" TO EVT-PROGRAM-ID
               MOVE WS-REVIEW-CORR-ID TO EVT-CORRELATION-ID
               PERFORM LOG-STATUS-EVENT
               IF EVT-LOGGED
                   EXEC SQL
                       UPDATE ORDERS
                       SET ORDER_STATUS = :WS-ORA-ORDER-STATUS
                       WHERE ORDER_ID = :WS-ORA-ORDER-ID
                         AND ORDER_STATUS = 'D'
                   END-EXEC
               END-IF
               IF SQLCODE = 0
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   IF DR-ACTION = "R"
                       ADD 1 TO WS-RELEASES-APPLIED
                       PERFORM REDRIVE-RELEASED-ORDER
                   ELSE
                       ADD 1 TO WS-CANCELS-APPLIED
                       MOVE ZERO TO WS-CALL-RETURN-CODE
                       PERFORM WRITE-DECISION-LINE
                   END-IF
               ELSE
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   SET WS-ORACLE-ERROR TO TRUE
                   ADD 1 TO WS-REVIEWS-REJECTED
               END-IF
           END-IF.

      *> The fresh lookup a release promises: SAFE02-CALLED reserves,
      *> prices and audits the order exactly as if it had just
      *> arrived. No cursor is open here — the review file is read
      *> sequentially, so the CALL's commits close nothing.
       REDRIVE-RELEASED-ORDER.
           MOVE WS-ORA-ORDER-ID TO WS-CALL-ORDER-ID
           MOVE WS-ORA-ORDER-ID TO WS-CORR-ORDER-ID
           MOVE SPACES TO WS-CALL-CORRELATION-ID
           STRING "ORDDUPCK-"      DELIMITED BY SIZE
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
           IF WS-CALL-RETURN-CODE = RC-SUCCESS
               ADD 1 TO WS-REDRIVES-MOVED
           END-IF
           PERFORM WRITE-DECISION-LINE.

      *> Gather every candidate first, then check each one. A hold
      *> commits, and the commit would close the candidate cursor.
       SCAN-FOR-DUPLICATES.
           MOVE WS-WINDOW-DAYS TO WS-ORA-WINDOW-DAYS
           MOVE 0 TO WS-CAND-COUNT
           MOVE "N" TO WS-SCAN-DONE-SW
           EXEC SQL
               OPEN DUP-CANDIDATE-CURSOR
           END-EXEC
           IF SQLCODE = 0
               PERFORM FETCH-ONE-CANDIDATE UNTIL WS-SCAN-DONE
               EXEC SQL
                   CLOSE DUP-CANDIDATE-CURSOR
               END-EXEC
               PERFORM CHECK-ONE-CANDIDATE
                   VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
                      OR WS-ORACLE-ERROR
           ELSE
               SET WS-ORACLE-ERROR TO TRUE
           END-IF.

       FETCH-ONE-CANDIDATE.
           EXEC SQL
               FETCH DUP-CANDIDATE-CURSOR
               INTO :WS-ORA-ORDER-ID, :WS-ORA-CUSTOMER-ID,
                    :WS-ORA-ORDER-DATE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   IF WS-CAND-COUNT < 2000
                       ADD 1 TO WS-CAND-COUNT
                       MOVE WS-ORA-ORDER-ID
                           TO WS-CAND-ORDER-ID (WS-CAND-COUNT)
                       MOVE WS-ORA-CUSTOMER-ID
                           TO WS-CAND-CUSTOMER-ID (WS-CAND-COUNT)
                       MOVE WS-ORA-ORDER-DATE
                           TO WS-CAND-ORDER-DATE (WS-CAND-COUNT)
                   ELSE
      *> Beyond the table: counted, reported, checked by the next
      *> run rather than silently let through.
                       ADD 1 TO WS-CAND-OVERFLOW
                   END-IF
               WHEN SQLCODE = 100
                   SET WS-SCAN-DONE TO TRUE
               WHEN OTHER
                   SET WS-ORACLE-ERROR TO TRUE
                   SET WS-SCAN-DONE TO TRUE
           END-EVALUATE.

      *> The candidate's own lines first, then each possible original
      *> in turn until one matches line for line.
       CHECK-ONE-CANDIDATE.
           ADD 1 TO WS-ORDERS-CHECKED
           MOVE WS-CAND-ORDER-ID (WS-CAND-IDX) TO WS-ORA-ORDER-ID
           MOVE WS-CAND-CUSTOMER-ID (WS-CAND-IDX)
               TO WS-ORA-CUSTOMER-ID
           MOVE WS-CAND-ORDER-DATE (WS-CAND-IDX)
               TO WS-ORA-ORDER-DATE
           MOVE 0 TO WS-MATCH-PARTNER-ID
           PERFORM LOAD-PARTNER-LIST
           IF WS-PARTNER-COUNT > 0
                   AND NOT WS-ORACLE-ERROR
               MOVE WS-ORA-ORDER-ID TO WS-ORA-PARTNER-ID
               PERFORM LOAD-ORDER-LINES
               MOVE WS-PART-LINES TO WS-CAND-LINES
      *> An order past the interface's 50-line limit cannot be
      *> compared in full — it is counted, never held on half a
      *> comparison.
               IF WS-LINES-OVERFLOW
                   ADD 1 TO WS-ORDERS-TOO-LONG
               ELSE
                   PERFORM COMPARE-ONE-PARTNER
                       VARYING WS-PARTNER-IDX FROM 1 BY 1
                       UNTIL WS-PARTNER-IDX > WS-PARTNER-COUNT
                          OR WS-MATCH-PARTNER-ID NOT = 0
                          OR WS-ORACLE-ERROR
               END-IF
           END-IF
           IF WS-MATCH-PARTNER-ID NOT = 0
                   AND NOT WS-ORACLE-ERROR
               PERFORM HOLD-DUPLICATE-ORDER
           END-IF.

       LOAD-PARTNER-LIST.
           MOVE 0 TO WS-PARTNER-COUNT
           MOVE "N" TO WS-SCAN-DONE-SW
           EXEC SQL
               OPEN DUP-PARTNER-CURSOR
           END-EXEC
           IF SQLCODE = 0
               PERFORM FETCH-ONE-PARTNER UNTIL WS-SCAN-DONE
               EXEC SQL
                   CLOSE DUP-PARTNER-CURSOR
               END-EXEC
           ELSE
               SET WS-ORACLE-ERROR TO TRUE
           END-IF.

      *> More than 200 earlier orders from one customer inside the
      *> window is a bulk account; the first 200 are compared.
       FETCH-ONE-PARTNER.
           EXEC SQL
               FETCH DUP-PARTNER-CURSOR
               INTO :WS-ORA-PARTNER-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   IF WS-PARTNER-COUNT < 200
                       ADD 1 TO WS-PARTNER-COUNT
                       MOVE WS-ORA-PARTNER-ID
                           TO WS-PARTNER-ORDER-ID (WS-PARTNER-COUNT)
                   END-IF
               WHEN SQLCODE = 100
                   SET WS-SCAN-DONE TO TRUE
               WHEN OTHER
                   SET WS-ORACLE-ERROR TO TRUE
                   SET WS-SCAN-DONE TO TRUE
           END-EVALUATE.

       COMPARE-ONE-PARTNER.
           MOVE WS-PARTNER-ORDER-ID (WS-PARTNER-IDX)
               TO WS-ORA-PARTNER-ID
           PERFORM LOAD-ORDER-LINES
           IF NOT WS-LINES-OVERFLOW
                   AND NOT WS-ORACLE-ERROR
                   AND WS-PL-COUNT = WS-CL-COUNT
               MOVE "Y" TO WS-LINES-EQUAL-SW
               PERFORM COMPARE-ONE-LINE
                   VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-CL-COUNT
                      OR NOT WS-LINES-EQUAL
               IF WS-LINES-EQUAL
                   MOVE WS-ORA-PARTNER-ID TO WS-MATCH-PARTNER-ID
               END-IF
           END-IF.

       COMPARE-ONE-LINE.
           IF WS-PL-ITEM-ID (WS-LINE-IDX)
                   NOT = WS-CL-ITEM-ID (WS-LINE-IDX)
               OR WS-PL-QUANTITY (WS-LINE-IDX)
                   NOT = WS-CL-QUANTITY (WS-LINE-IDX)
               MOVE "N" TO WS-LINES-EQUAL-SW
           END-IF.

      *> Loads the lines of the order in WS-ORA-PARTNER-ID into
      *> WS-PART-LINES (the candidate's own lines are loaded the same
      *> way and copied across).
       LOAD-ORDER-LINES.
           MOVE 0 TO WS-PL-COUNT
           MOVE "N" TO WS-LINES-OVERFLOW-SW
           MOVE "N" TO WS-SCAN-DONE-SW
           EXEC SQL
               OPEN DUP-LINES-CURSOR
           END-EXEC
           IF SQLCODE = 0
               PERFORM FETCH-ONE-LINE UNTIL WS-SCAN-DONE
               EXEC SQL
                   CLOSE DUP-LINES-CURSOR
               END-EXEC
           ELSE
               SET WS-ORACLE-ERROR TO TRUE
           END-IF.

       FETCH-ONE-LINE.
           EXEC SQL
               FETCH DUP-LINES-CURSOR
               INTO :WS-ORA-ITEM-ID, :WS-ORA-QUANTITY
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   IF WS-PL-COUNT < 50
                       ADD 1 TO WS-PL-COUNT
                       MOVE WS-ORA-ITEM-ID
                           TO WS-PL-ITEM-ID (WS-PL-COUNT)
                       MOVE WS-ORA-QUANTITY
                           TO WS-PL-QUANTITY (WS-PL-COUNT)
                   ELSE
                       SET WS-LINES-OVERFLOW TO TRUE
                   END-IF
               WHEN SQLCODE = 100
                   SET WS-SCAN-DONE TO TRUE
               WHEN OTHER
                   SET WS-ORACLE-ERROR TO TRUE
                   SET WS-SCAN-DONE TO TRUE
           END-EVALUATE.

      *> Journal, then hold — only from a status that has still not
      *> moved stock, in case a lookup reserved the order since it
      *> was gathered. A hold that found nothing to change (+100) is
      *> not logged or counted.
       HOLD-DUPLICATE-ORDER.
           SET WS-ORA-STATUS-DUPLICATE-HELD TO TRUE
           MOVE WS-ORA-ORDER-ID TO WS-CORR-ORDER-ID
           MOVE WS-ORA-ORDER-ID TO EVT-ORDER-ID
           MOVE WS-ORA-ORDER-STATUS TO EVT-TO-STATUS
           MOVE "ORDDUPCK" TO EVT-PROGRAM-ID
           MOVE SPACES TO EVT-CORRELATION-ID
           STRING "ORDDUPCK-"      DELIMITED BY SIZE
                  WS-CORR-ORDER-ID DELIMITED BY SIZE
               INTO EVT-CORRELATION-ID
           END-STRING
           PERFORM LOG-STATUS-EVENT
           IF EVT-LOGGED
               EXEC SQL
                   UPDATE ORDERS
                   SET ORDER_STATUS = :WS-ORA-ORDER-STATUS
                   WHERE ORDER_ID = :WS-ORA-ORDER-ID
                     AND ORDER_STATUS IN ('N', 'L', 'H', 'B', 'T')
               END-EXEC
           END-IF
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   ADD 1 TO WS-ORDERS-HELD
                   PERFORM APPEND-HOLD-LOG
                   PERFORM WRITE-HOLD-LINE
               WHEN SQLCODE = 100
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
               WHEN OTHER
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   SET WS-ORACLE-ERROR TO TRUE
           END-EVALUATE.

       APPEND-HOLD-LOG.
           MOVE WS-ORA-ORDER-ID TO DH-ORDER-ID-N
           MOVE WS-MATCH-PARTNER-ID TO DH-PARTNER-ID
           MOVE WS-ORA-CUSTOMER-ID TO DH-CUSTOMER-ID
           MOVE WS-RUN-DATE TO DH-HELD-DATE
           OPEN EXTEND DUP-HOLD-LOG-FILE
           IF WS-HOLDLOG-STATUS = "35"
      *> File doesn't exist yet on the first-ever hold.
               OPEN OUTPUT DUP-HOLD-LOG-FILE
           END-IF
           WRITE DUP-HOLD-LOG-RECORD
           CLOSE DUP-HOLD-LOG-FILE.

      *> Everything still in "D" after tonight's decisions and holds,
      *> with the original each one matched — the list customer
      *> service works from.
       REPORT-PENDING-REVIEW.
           PERFORM LOAD-HOLD-LOG
           MOVE SPACES TO DUP-REPORT-LINE
           WRITE DUP-REPORT-LINE
           MOVE "ORDERS HELD FOR DUPLICATE REVIEW:"
               TO DUP-REPORT-LINE
           WRITE DUP-REPORT-LINE
           MOVE "N" TO WS-SCAN-DONE-SW
           EXEC SQL
               OPEN DUP-HELD-CURSOR
           END-EXEC
           IF SQLCODE = 0
               PERFORM FETCH-ONE-HELD-ORDER UNTIL WS-SCAN-DONE
               EXEC SQL
                   CLOSE DUP-HELD-CURSOR
               END-EXEC
           ELSE
               SET WS-ORACLE-ERROR TO TRUE
           END-IF.

      *> A missing hold log means nothing has ever been held.
       LOAD-HOLD-LOG.
           MOVE 0 TO WS-HL-COUNT
           OPEN INPUT DUP-HOLD-LOG-FILE
           IF WS-HOLDLOG-OK
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-ONE-HOLD-LOG UNTIL WS-EOF
               CLOSE DUP-HOLD-LOG-FILE
           END-IF.

      *> A re-held order replaces its earlier entry; past the table,
      *> the list simply shows no original for the newest holds.
       READ-ONE-HOLD-LOG.
           READ DUP-HOLD-LOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF DH-ORDER-ID-X IS NUMERIC
                       MOVE DH-ORDER-ID-N TO WS-FIND-ORDER-ID
                       PERFORM FIND-HOLD-LOG-ENTRY
                       IF WS-HL-MATCH-IDX = 0
                               AND WS-HL-COUNT < 2000
                           ADD 1 TO WS-HL-COUNT
                           MOVE WS-HL-COUNT TO WS-HL-MATCH-IDX
                       END-IF
                       IF WS-HL-MATCH-IDX > 0
                           MOVE DH-ORDER-ID-N
                               TO WS-HL-ORDER-ID (WS-HL-MATCH-IDX)
                           MOVE DH-PARTNER-ID
                               TO WS-HL-PARTNER-ID (WS-HL-MATCH-IDX)
                           MOVE DH-HELD-DATE
                               TO WS-HL-HELD-DATE (WS-HL-MATCH-IDX)
                       END-IF
                   END-IF
           END-READ.

       FIND-HOLD-LOG-ENTRY.
           MOVE 0 TO WS-HL-MATCH-IDX
           PERFORM CHECK-ONE-HOLD-LOG
               VARYING WS-HL-IDX FROM 1 BY 1
               UNTIL WS-HL-IDX > WS-HL-COUNT
                  OR WS-HL-MATCH-IDX > 0.

       CHECK-ONE-HOLD-LOG.
           IF WS-HL-ORDER-ID (WS-HL-IDX) = WS-FIND-ORDER-ID
               MOVE WS-HL-IDX TO WS-HL-MATCH-IDX
           END-IF.

       FETCH-ONE-HELD-ORDER.
           EXEC SQL
               FETCH DUP-HELD-CURSOR
               INTO :WS-ORA-ORDER-ID, :WS-ORA-CUSTOMER-ID,
                    :WS-ORA-LINE-COUNT, :WS-ORA-TOTAL-QTY
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-PENDING-REVIEW
                   PERFORM WRITE-PENDING-LINE
               WHEN SQLCODE = 100
                   SET WS-SCAN-DONE TO TRUE
               WHEN OTHER
                   SET WS-ORACLE-ERROR TO TRUE
                   SET WS-SCAN-DONE TO TRUE
           END-EVALUATE.

       WRITE-PENDING-LINE.
           MOVE WS-ORA-ORDER-ID TO WS-FIND-ORDER-ID
           PERFORM FIND-HOLD-LOG-ENTRY
           MOVE WS-ORA-ORDER-ID TO WS-RL-ORDER-ID
           MOVE WS-ORA-CUSTOMER-ID TO WS-RL-CUSTOMER-ID
           MOVE WS-ORA-LINE-COUNT TO WS-RL-LINES
           MOVE WS-ORA-TOTAL-QTY TO WS-RL-QTY
           MOVE SPACES TO DUP-REPORT-LINE
           IF WS-HL-MATCH-IDX > 0
               MOVE WS-HL-PARTNER-ID (WS-HL-MATCH-IDX)
                   TO WS-RL-PARTNER-ID
               STRING "  ORDER "          DELIMITED BY SIZE
                      WS-RL-ORDER-ID      DELIMITED BY SIZE
                      "  CUSTOMER "       DELIMITED BY SIZE
                      WS-RL-CUSTOMER-ID   DELIMITED BY SIZE
                      "  LINES "          DELIMITED BY SIZE
                      WS-RL-LINES         DELIMITED BY SIZE
                      "  QTY "            DELIMITED BY SIZE
                      WS-RL-QTY           DELIMITED BY SIZE
                      "  DUP OF "         DELIMITED BY SIZE
                      WS-RL-PARTNER-ID    DELIMITED BY SIZE
                      "  HELD "           DELIMITED BY SIZE
                      WS-HL-HELD-DATE (WS-HL-MATCH-IDX)
                                          DELIMITED BY SIZE
                   INTO DUP-REPORT-LINE
               END-STRING
           ELSE
               STRING "  ORDER "          DELIMITED BY SIZE
                      WS-RL-ORDER-ID      DELIMITED BY SIZE
                      "  CUSTOMER "       DELIMITED BY SIZE
                      WS-RL-CUSTOMER-ID   DELIMITED BY SIZE
                      "  LINES "          DELIMITED BY SIZE
                      WS-RL-LINES         DELIMITED BY SIZE
                      "  QTY "            DELIMITED BY SIZE
                      WS-RL-QTY           DELIMITED BY SIZE
                      "  DUP OF ?"        DELIMITED BY SIZE
                   INTO DUP-REPORT-LINE
               END-STRING
           END-IF
           WRITE DUP-REPORT-LINE.

       WRITE-HOLD-LINE.
           MOVE WS-ORA-ORDER-ID TO WS-RL-ORDER-ID
           MOVE WS-MATCH-PARTNER-ID TO WS-RL-PARTNER-ID
           MOVE WS-ORA-CUSTOMER-ID TO WS-RL-CUSTOMER-ID
           MOVE SPACES TO DUP-REPORT-LINE
           STRING "  HELD ORDER "       DELIMITED BY SIZE
                  WS-RL-ORDER-ID        DELIMITED BY SIZE
                  "  DUPLICATE OF "     DELIMITED BY SIZE
                  WS-RL-PARTNER-ID      DELIMITED BY SIZE
                  "  CUSTOMER "         DELIMITED BY SIZE
                  WS-RL-CUSTOMER-ID     DELIMITED BY SIZE
               INTO DUP-REPORT-LINE
           END-STRING
           WRITE DUP-REPORT-LINE.

       WRITE-DECISION-LINE.
           MOVE WS-ORA-ORDER-ID TO WS-RL-ORDER-ID
           MOVE WS-CALL-RETURN-CODE TO WS-RL-RC
           MOVE SPACES TO DUP-REPORT-LINE
           IF DR-ACTION = "R"
               STRING "  RELEASED ORDER "  DELIMITED BY SIZE
                      WS-RL-ORDER-ID       DELIMITED BY SIZE
                      "  BY "              DELIMITED BY SIZE
                      WS-OPERATOR-ID       DELIMITED BY SIZE
                      "  REDRIVE RC "      DELIMITED BY SIZE
                      WS-RL-RC             DELIMITED BY SIZE
                   INTO DUP-REPORT-LINE
               END-STRING
           ELSE
               STRING "  CANCELLED ORDER " DELIMITED BY SIZE
                      WS-RL-ORDER-ID       DELIMITED BY SIZE
                      "  BY "              DELIMITED BY SIZE
                      WS-OPERATOR-ID       DELIMITED BY SIZE
                   INTO DUP-REPORT-LINE
               END-STRING
           END-IF
           WRITE DUP-REPORT-LINE.

       REJECT-REVIEW-RECORD.
           ADD 1 TO WS-REVIEWS-REJECTED
           MOVE SPACES TO DUP-REPORT-LINE
           STRING "REJECTED ("        DELIMITED BY SIZE
                  WS-RL-REASON        DELIMITED BY "  "
                  "): ["              DELIMITED BY SIZE
                  DUP-REVIEW-RECORD   DELIMITED BY SIZE
                  "]"                 DELIMITED BY SIZE
               INTO DUP-REPORT-LINE
           END-STRING
           WRITE DUP-REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE "DUPLICATE-ORDER DETECTION AND REVIEW"
               TO DUP-REPORT-LINE
           WRITE DUP-REPORT-LINE
           MOVE ALL "-" TO DUP-REPORT-LINE
           WRITE DUP-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO DUP-REPORT-LINE
           WRITE DUP-REPORT-LINE

           MOVE WS-REVIEWS-READ TO WS-RL-COUNT
           MOVE SPACES TO DUP-REPORT-LINE
           STRING "REVIEW DECISIONS READ:   " DELIMITED BY SIZE
                  WS-RL-COUNT                 DELIMITED BY SIZE
               INTO DUP-REPORT-LINE
           END-STRING
           WRITE DUP-REPORT-LINE

           MOVE WS-RELEASES-APPLIED TO WS-RL-COUNT
           MOVE SPACES TO DUP-REPORT-LINE
           STRING "RELEASES APPLIED:        " DELIMITED BY SIZE
                  WS-RL-COUNT                 DELIMITED BY SIZE
               INTO DUP-REPORT-LINE
           END-STRING
           WRITE DUP-REPORT-LINE

           MOVE WS-REDRIVES-MOVED TO WS-RL-COUNT
           MOVE SPACES TO DUP-REPORT-LINE
           STRING "RE-DRIVES RESERVED:      " DELIMITED BY SIZE
                  WS-RL-COUNT                 DELIMITED BY SIZE
               INTO DUP-REPORT-LINE
           END-STRING
           WRITE DUP-REPORT-LINE

           MOVE WS-CANCELS-APPLIED TO WS-RL-COUNT
           MOVE SPACES TO DUP-REPORT-LINE
           STRING "CANCELS APPLIED:         " DELIMITED BY SIZE
                  WS-RL-COUNT                 DELIMITED BY SIZE
               INTO DUP-REPORT-LINE
           END-STRING
           WRITE DUP-REPORT-LINE

           MOVE WS-REVIEWS-REJECTED TO WS-RL-COUNT
           MOVE SPACES TO DUP-REPORT-LINE
           STRING "DECISIONS REJECTED:      " DELIMITED BY SIZE
                  WS-RL-COUNT                 DELIMITED BY SIZE
               INTO DUP-REPORT-LINE
           END-STRING
           WRITE DUP-REPORT-LINE

           MOVE WS-ORDERS-CHECKED TO WS-RL-COUNT
           MOVE SPACES TO DUP-REPORT-LINE
           STRING "ORDERS CHECKED:          " DELIMITED BY SIZE
                  WS-RL-COUNT                 DELIMITED BY SIZE
               INTO DUP-REPORT-LINE
           END-STRING
           WRITE DUP-REPORT-LINE

           MOVE WS-ORDERS-HELD TO WS-RL-COUNT
           MOVE SPACES TO DUP-REPORT-LINE
           STRING "NEW DUPLICATE HOLDS:     " DELIMITED BY SIZE
                  WS-RL-COUNT                 DELIMITED BY SIZE
               INTO DUP-REPORT-LINE
           END-STRING
           WRITE DUP-REPORT-LINE

           MOVE WS-PENDING-REVIEW TO WS-RL-COUNT
           MOVE SPACES TO DUP-REPORT-LINE
           STRING "AWAITING REVIEW:         " DELIMITED BY SIZE
                  WS-RL-COUNT                 DELIMITED BY SIZE
               INTO DUP-REPORT-LINE
           END-STRING
           WRITE DUP-REPORT-LINE

           IF WS-ORDERS-TOO-LONG > 0
               MOVE WS-ORDERS-TOO-LONG TO WS-RL-COUNT
               MOVE SPACES TO DUP-REPORT-LINE
               STRING "OVER 50 LINES (NOT COMPARED): "
                          DELIMITED BY SIZE
                      WS-RL-COUNT DELIMITED BY SIZE
                   INTO DUP-REPORT-LINE
               END-STRING
               WRITE DUP-REPORT-LINE
           END-IF

           IF WS-CAND-OVERFLOW > 0
               MOVE WS-CAND-OVERFLOW TO WS-RL-COUNT
               MOVE SPACES TO DUP-REPORT-LINE
               STRING "ORDERS BEYOND TABLE (RERUN): "
                          DELIMITED BY SIZE
                      WS-RL-COUNT DELIMITED BY SIZE
                   INTO DUP-REPORT-LINE
               END-STRING
               WRITE DUP-REPORT-LINE
           END-IF

      *> The check could not be fully trusted — say so instead of
      *> letting a short report read as a clean night.
           IF WS-ORACLE-ERROR
               MOVE "ERROR: ORACLE FAILURES DURING RUN — RESULTS"
                   TO DUP-REPORT-LINE
               WRITE DUP-REPORT-LINE
               MOVE "PARTIAL. UNCHECKED ORDERS NEED A RERUN."
                   TO DUP-REPORT-LINE
               WRITE DUP-REPORT-LINE
           END-IF.

           COPY CPY-STATLOG.
