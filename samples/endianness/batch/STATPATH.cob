      ******************************************************************
      * STATPATH.cob — Order Status Path and Dwell-Time Report
      *
      * PURPOSE:
      *   ORDER_STATUS only holds where an order is now; when a
      *   customer asks "when did this go from H to R to W, and where
      *   did it sit?", the answer lives in ORDER_STATUS_EVENTS, the
      *   transition journal every status-changing program writes in
      *   the commit of its own status UPDATE (CPY-STATEVT.cpy,
      *   CPY-STATLOG.cpy). This report prints, per order, every
      *   transition in order — when, from, to, which program, which
      *   correlation ID — with the time the order then spent in the
      *   status it moved to, and closes each order with the total
      *   time spent in each status it visited (an order held twice
      *   shows both holds added together).
      *
      *   The time in the status an order is still in runs to the
      *   moment of the report and is marked "SO FAR"; SHIPPED and
      *   CANCELLED are terminal and show no dwell. Dwell is worked
      *   out by the database from the journal timestamps, to the
      *   second, so it never depends on this job's own clock.
      *
      * INPUT (environment, both optional):
      *   STATPATH_ORDER_ID   one order's full path; when unset,
      *   STATPATH_DAYS       every order with a transition in the
      *                       last N days (default 7), each shown
      *                       with its whole path, not just the
      *                       recent part
      *
      * OUTPUT: STATPATH.RPT
      *
      * COMPILE: BINARY(BE) on Linux x86, with COMP5=YES for
      *          Pro*COBOL precompilation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATPATH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATH-REPORT-FILE ASSIGN TO "STATPATH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATH-REPORT-FILE.
       01  PATH-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-STATUS           PIC XX.

       01  WS-ORDER-ID-PARM           PIC 9(9) VALUE ZEROS.
       01  WS-DAYS-PARM               PIC 9(3) VALUE ZEROS.

           EXEC SQL INCLUDE SQLCA5 END-EXEC.

      *> The journal record, shared with its writers.
           COPY CPY-STATEVT.

      *> Oracle host variables — COMP-5, the suite convention.
       01  WS-ORA-ORDER-ID            PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-DAYS                PIC S9(9) COMP-5 VALUE 7.
       01  WS-ORA-DWELL-SECS          PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-LAST-EVENT          PIC X(1) VALUE SPACE.
           88  WS-ORA-IS-LAST-EVENT   VALUE "Y".

           COPY CPY-RETCODES.

       01  WS-SCAN-DONE-SW            PIC X VALUE "N".
           88  WS-SCAN-DONE           VALUE "Y".
       01  WS-ORACLE-ERROR-SW         PIC X VALUE "N".
           88  WS-ORACLE-ERROR        VALUE "Y".

       01  WS-CURRENT-ORDER-ID        PIC S9(9) COMP-5 VALUE 0.

      *> Time per status for the order being printed. One slot per
      *> status letter seen, in first-visited order.
       01  WS-DWELL-TABLE.
           05  WS-DWELL-COUNT         PIC 9(4) COMP VALUE 0.
           05  WS-DWELL-ENTRY         OCCURS 20 TIMES.
               10  WS-DWELL-STATUS    PIC X(1).
               10  WS-DWELL-TOTAL     PIC 9(9).
       01  WS-DWELL-IDX               PIC 9(4) COMP VALUE 0.
       01  WS-DWELL-MATCH             PIC 9(4) COMP VALUE 0.

      *> Seconds broken down for printing as DDDDd HH:MM:SS.
       01  WS-SPLIT-SECS              PIC 9(9) VALUE ZERO.
       01  WS-SPLIT-REST              PIC 9(9) VALUE ZERO.
       01  WS-DURATION-TEXT.
           05  WS-DUR-DAYS            PIC Z(3)9.
           05  FILLER                 PIC X(2) VALUE "d ".
           05  WS-DUR-HOURS           PIC 99.
           05  FILLER                 PIC X VALUE ":".
           05  WS-DUR-MINUTES         PIC 99.
           05  FILLER                 PIC X VALUE ":".
           05  WS-DUR-SECONDS         PIC 99.

       01  WS-COUNTERS.
           05  WS-ORDERS-REPORTED     PIC 9(9) VALUE ZERO.
           05  WS-EVENTS-REPORTED     PIC 9(9) VALUE ZERO.

       01  WS-REPORT-LINE-FIELDS.
           05  WS-RL-ORDER-ID         PIC Z(8)9.
           05  WS-RL-COUNT            PIC Z(8)9.
           05  WS-RL-DAYS             PIC ZZ9.
           05  WS-RL-DWELL            PIC X(20).

      *> Every transition of every order in scope, oldest first
      *> within the order. LEAD() finds when the order next moved —
      *> the end of its stay in this event's TO_STATUS; the last
      *> event's stay runs to now.
           EXEC SQL
               DECLARE STATUS-PATH-CURSOR CURSOR FOR
                   SELECT E.ORDER_ID,
                          NVL(E.FROM_STATUS, ' '),
                          E.TO_STATUS,
                          NVL(E.PROGRAM_ID, ' '),
                          NVL(E.CORRELATION_ID, ' '),
                          TO_CHAR(E.EVENT_TS, 'YYYYMMDDHH24MISS'),
                          ROUND((CAST(NVL(LEAD(E.EVENT_TS)
                                   OVER (PARTITION BY E.ORDER_ID
                                         ORDER BY E.EVENT_TS),
                                   SYSTIMESTAMP) AS DATE)
                                 - CAST(E.EVENT_TS AS DATE))
                                * 86400),
                          NVL2(LEAD(E.EVENT_TS)
                                   OVER (PARTITION BY E.ORDER_ID
                                         ORDER BY E.EVENT_TS),
                               'N', 'Y')
                   FROM ORDER_STATUS_EVENTS E
                   WHERE (:WS-ORA-ORDER-ID <> 0
                          AND E.ORDER_ID = :WS-ORA-ORDER-ID)
                      OR (:WS-ORA-ORDER-ID = 0
                          AND E.ORDER_ID IN
                              (SELECT X.ORDER_ID
                                 FROM ORDER_STATUS_EVENTS X
                                WHERE X.EVENT_TS
                                      >= TRUNC(SYSDATE)
                                         - :WS-ORA-DAYS))
                   ORDER BY E.ORDER_ID, E.EVENT_TS
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM ACCEPT-CRITERIA
           OPEN OUTPUT PATH-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM REPORT-STATUS-PATHS
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE PATH-REPORT-FILE

      *> Step outcome for NIGHTRUN.cob and the scheduler.
           EVALUATE TRUE
               WHEN WS-ORACLE-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       ACCEPT-CRITERIA.
           ACCEPT WS-ORDER-ID-PARM
               FROM ENVIRONMENT "STATPATH_ORDER_ID"
           ACCEPT WS-DAYS-PARM
               FROM ENVIRONMENT "STATPATH_DAYS"
           MOVE WS-ORDER-ID-PARM TO WS-ORA-ORDER-ID
           IF WS-DAYS-PARM > 0
               MOVE WS-DAYS-PARM TO WS-ORA-DAYS
           END-IF.

       REPORT-STATUS-PATHS.
           MOVE 0 TO WS-CURRENT-ORDER-ID
           EXEC SQL
               OPEN STATUS-PATH-CURSOR
           END-EXEC
           IF SQLCODE = 0
               PERFORM REPORT-ONE-EVENT UNTIL WS-SCAN-DONE
               EXEC SQL
                   CLOSE STATUS-PATH-CURSOR
               END-EXEC
               IF WS-CURRENT-ORDER-ID NOT = 0
                   PERFORM WRITE-DWELL-SUMMARY
               END-IF
           ELSE
               SET WS-ORACLE-ERROR TO TRUE
           END-IF.

       REPORT-ONE-EVENT.
           EXEC SQL
               FETCH STATUS-PATH-CURSOR
               INTO :EVT-ORDER-ID, :EVT-FROM-STATUS,
                    :EVT-TO-STATUS, :EVT-PROGRAM-ID,
                    :EVT-CORRELATION-ID, :EVT-EVENT-TS,
                    :WS-ORA-DWELL-SECS, :WS-ORA-LAST-EVENT
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   IF EVT-ORDER-ID NOT = WS-CURRENT-ORDER-ID
                       IF WS-CURRENT-ORDER-ID NOT = 0
                           PERFORM WRITE-DWELL-SUMMARY
                       END-IF
                       PERFORM START-ORDER-PATH
                   END-IF
                   ADD 1 TO WS-EVENTS-REPORTED
                   PERFORM WRITE-EVENT-LINE
               WHEN SQLCODE = ORA-SQLCODE-NOT-FOUND
                   SET WS-SCAN-DONE TO TRUE
               WHEN OTHER
                   SET WS-ORACLE-ERROR TO TRUE
                   SET WS-SCAN-DONE TO TRUE
           END-EVALUATE.

       START-ORDER-PATH.
           MOVE EVT-ORDER-ID TO WS-CURRENT-ORDER-ID
           MOVE 0 TO WS-DWELL-COUNT
           ADD 1 TO WS-ORDERS-REPORTED
           MOVE EVT-ORDER-ID TO WS-RL-ORDER-ID
           MOVE SPACES TO PATH-REPORT-LINE
           WRITE PATH-REPORT-LINE
           MOVE SPACES TO PATH-REPORT-LINE
           STRING "ORDER " DELIMITED BY SIZE
                  WS-RL-ORDER-ID DELIMITED BY SIZE
               INTO PATH-REPORT-LINE
           END-STRING
           WRITE PATH-REPORT-LINE.

      *> Terminal statuses have no stay to measure; the status the
      *> order is still in is measured to now and says so.
       WRITE-EVENT-LINE.
           EVALUATE TRUE
               WHEN WS-ORA-IS-LAST-EVENT
                       AND (EVT-TO-STATUS = "S"
                            OR EVT-TO-STATUS = "C")
                   MOVE "(final)" TO WS-RL-DWELL
               WHEN OTHER
                   MOVE WS-ORA-DWELL-SECS TO WS-SPLIT-SECS
                   PERFORM FORMAT-DURATION
                   MOVE WS-DURATION-TEXT TO WS-RL-DWELL
                   PERFORM ADD-STATUS-DWELL
           END-EVALUATE
           MOVE SPACES TO PATH-REPORT-LINE
           STRING "  "                DELIMITED BY SIZE
                  EVT-EVENT-TS        DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  EVT-FROM-STATUS     DELIMITED BY SIZE
                  " -> "              DELIMITED BY SIZE
                  EVT-TO-STATUS       DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  EVT-PROGRAM-ID      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  EVT-CORRELATION-ID  DELIMITED BY SIZE
                  "  IN "             DELIMITED BY SIZE
                  EVT-TO-STATUS       DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-RL-DWELL         DELIMITED BY SIZE
               INTO PATH-REPORT-LINE
           END-STRING
           IF WS-ORA-IS-LAST-EVENT
                   AND EVT-TO-STATUS NOT = "S"
                   AND EVT-TO-STATUS NOT = "C"
               MOVE "SO FAR" TO PATH-REPORT-LINE (88:6)
           END-IF
           WRITE PATH-REPORT-LINE.

       ADD-STATUS-DWELL.
           MOVE 0 TO WS-DWELL-MATCH
           PERFORM CHECK-ONE-DWELL-STATUS
               VARYING WS-DWELL-IDX FROM 1 BY 1
               UNTIL WS-DWELL-IDX > WS-DWELL-COUNT
                  OR WS-DWELL-MATCH > 0
           IF WS-DWELL-MATCH = 0 AND WS-DWELL-COUNT < 20
               ADD 1 TO WS-DWELL-COUNT
               MOVE WS-DWELL-COUNT TO WS-DWELL-MATCH
               MOVE EVT-TO-STATUS TO WS-DWELL-STATUS (WS-DWELL-MATCH)
               MOVE 0 TO WS-DWELL-TOTAL (WS-DWELL-MATCH)
           END-IF
           IF WS-DWELL-MATCH > 0
               ADD WS-ORA-DWELL-SECS TO WS-DWELL-TOTAL (WS-DWELL-MATCH)
           END-IF.

       CHECK-ONE-DWELL-STATUS.
           IF WS-DWELL-STATUS (WS-DWELL-IDX) = EVT-TO-STATUS
               MOVE WS-DWELL-IDX TO WS-DWELL-MATCH
           END-IF.

       WRITE-DWELL-SUMMARY.
           PERFORM WRITE-ONE-DWELL-TOTAL
               VARYING WS-DWELL-IDX FROM 1 BY 1
               UNTIL WS-DWELL-IDX > WS-DWELL-COUNT.

       WRITE-ONE-DWELL-TOTAL.
           MOVE WS-DWELL-TOTAL (WS-DWELL-IDX) TO WS-SPLIT-SECS
           PERFORM FORMAT-DURATION
           MOVE SPACES TO PATH-REPORT-LINE
           STRING "    TOTAL IN "     DELIMITED BY SIZE
                  WS-DWELL-STATUS (WS-DWELL-IDX)
                                      DELIMITED BY SIZE
                  ": "                DELIMITED BY SIZE
                  WS-DURATION-TEXT    DELIMITED BY SIZE
               INTO PATH-REPORT-LINE
           END-STRING
           WRITE PATH-REPORT-LINE.

       FORMAT-DURATION.
           DIVIDE WS-SPLIT-SECS BY 86400
               GIVING WS-DUR-DAYS REMAINDER WS-SPLIT-REST
           DIVIDE WS-SPLIT-REST BY 3600
               GIVING WS-DUR-HOURS REMAINDER WS-SPLIT-REST
           DIVIDE WS-SPLIT-REST BY 60
               GIVING WS-DUR-MINUTES REMAINDER WS-DUR-SECONDS.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO PATH-REPORT-LINE
           IF WS-ORA-ORDER-ID NOT = 0
               MOVE WS-ORA-ORDER-ID TO WS-RL-ORDER-ID
               STRING "ORDER STATUS PATH — ORDER " DELIMITED BY SIZE
                      WS-RL-ORDER-ID               DELIMITED BY SIZE
                   INTO PATH-REPORT-LINE
               END-STRING
           ELSE
               MOVE WS-ORA-DAYS TO WS-RL-DAYS
               STRING "ORDER STATUS PATHS — ORDERS MOVED IN LAST "
                                                   DELIMITED BY SIZE
                      WS-RL-DAYS                   DELIMITED BY SIZE
                      " DAY(S)"                    DELIMITED BY SIZE
                   INTO PATH-REPORT-LINE
               END-STRING
           END-IF
           WRITE PATH-REPORT-LINE
           MOVE SPACES TO PATH-REPORT-LINE
           MOVE "WHEN" TO PATH-REPORT-LINE (3:4)
           MOVE "MOVE" TO PATH-REPORT-LINE (19:4)
           MOVE "PROGRAM" TO PATH-REPORT-LINE (27:7)
           MOVE "CORRELATION-ID" TO PATH-REPORT-LINE (44:14)
           MOVE "TIME IN NEW STATUS" TO PATH-REPORT-LINE (65:18)
           WRITE PATH-REPORT-LINE
           MOVE ALL "-" TO PATH-REPORT-LINE
           WRITE PATH-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO PATH-REPORT-LINE
           WRITE PATH-REPORT-LINE

           MOVE WS-ORDERS-REPORTED TO WS-RL-COUNT
           MOVE SPACES TO PATH-REPORT-LINE
           STRING "ORDERS REPORTED:      " DELIMITED BY SIZE
                  WS-RL-COUNT              DELIMITED BY SIZE
               INTO PATH-REPORT-LINE
           END-STRING
           WRITE PATH-REPORT-LINE

           MOVE WS-EVENTS-REPORTED TO WS-RL-COUNT
           MOVE SPACES TO PATH-REPORT-LINE
           STRING "TRANSITIONS REPORTED: " DELIMITED BY SIZE
                  WS-RL-COUNT              DELIMITED BY SIZE
               INTO PATH-REPORT-LINE
           END-STRING
           WRITE PATH-REPORT-LINE

           IF WS-ORACLE-ERROR
               MOVE "ORACLE ERROR — REPORT INCOMPLETE"
                   TO PATH-REPORT-LINE
               WRITE PATH-REPORT-LINE
           END-IF.
